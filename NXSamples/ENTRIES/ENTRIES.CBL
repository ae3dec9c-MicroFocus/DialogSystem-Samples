           file status is bib-file-status.

      *   the races of the series - the screen works within one of
      *   these at a time (never a relay, whose teams are entered
      *   on race-teams)
           select event-file assign "events.dat"
           organization is indexed
           record key is event-id

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

           copy "ds-cntrl.mf".
           copy "entries.cpb".

       01  club-look-in                pic x(30).
       01  club-look-out               pic x(30).
       01  club-look-found             pic x.

      *   the competitor register - who the runner is, whatever
      *   event or year they entered (see RUNLOOK.CPY)
           copy "RUNLOOK.CPY".
       01  runner-valid-sw             pic x value "Y".
          88  runner-valid                value "Y".
       01  runner-to-add-sw            pic x value "N".
          88  runner-to-add               value "Y".
       77  offer-ind                   pic 9(2) comp.
       77  age-on-day                  pic s9(4) comp.
       78  junior-age-limit            value 18.
       78  veteran-age-limit           value 40.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACEENTR: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform program-initialize
           perform program-body until entry-exit-flg-true
           perform program-terminate.
           if event-master-open
               close event-file
           end-if
           goback.

      *---------------------------------------------------------------*

           perform validate-age-category
           perform validate-club
           perform judge-event-capacity
           perform validate-runner

           if (entry-name    <> spaces) and
              (entry-address <> spaces) and
              (entry-club    <> spaces) and
              (entry-male    >= 1 and entry-male <= 5) and
              event-valid and age-category-valid and club-valid
              and runner-valid and event-full
      *   race-entries will happily accept entry one-thousand-and-
      *   one no longer: a full event's entry goes to the waiting
      *   list in arrival order, no code issued yet - but only
              (entry-code    <> spaces) and
              (entry-male    >= 1 and entry-male <= 5) and
              event-valid and age-category-valid and club-valid
              and runner-valid
               perform fill-entry-from-screen

      *   Key explicitly given, rather than relying on the implicit
                           move "show-duplicate-code-error"
                                                   to ds-procedure
                       else
                           perform register-the-runner
                           perform fill-entry-from-screen
                           write entry-record
                           perform store-medical-details
      *   field / bad category cases that have no message of their
      *   own, or the desk never hears why the save was refused
               if event-valid and age-category-valid and club-valid
                  and runner-valid
                   move "show-save-error" to ds-procedure
               end-if
           end-if
           move 0             to file-checkin
           move entry-dob     to file-dob
           move 0             to file-wave
           move entry-pred-time to file-pred-time
           move entry-runner-id to file-runner
           move entry-email   to file-email.

      *---------------------------------------------------------------*

                   not invalid key
                       move event-capacity to event-capacity-hold
                       move event-cutoff to event-cutoff-hold
      *   a relay is entered by teams on race-teams - nobody runs
      *   it on their own
                       if event-legs > 1
                           move "N" to event-valid-sw
                           move "show-relay-event-error"
                                                   to ds-procedure
                       end-if
               end-read
           end-if.

               end-evaluate
           end-if.

      *---------------------------------------------------------------*

       validate-runner section.

      *   who the competitor is across events and years: a runner id
      *   keyed - or chosen from the matches offered last time - is
      *   checked against the register; otherwise the register is
      *   searched on name, date of birth and gender.  one certain
      *   match is taken without a word; likely matches go up on
      *   screen for the desk to choose from and the save waits,
      *   unless the desk has ticked new runner - which is also what
      *   happens when nobody on the register comes close.  the
      *   other validations speak first: the register is not
      *   searched while the entry cannot be saved anyway.

           move "Y" to runner-valid-sw
           move "N" to runner-to-add-sw
           perform settle-runner-gender
           if entry-name    <> spaces and entry-address <> spaces
              and entry-club <> spaces
              and entry-male >= 1 and entry-male <= 5
              and event-valid and age-category-valid and club-valid
               if entry-runner-id not = 0
                   set rlk-action-find to true
                   move entry-runner-id to rlk-runner-id
                   call "race-runlook" using runner-look
                   if rlk-found-one
                       move rlk-runner-id to entry-runner-id
                   else
                       move "N" to runner-valid-sw
                       move "show-runner-error" to ds-procedure
                   end-if
               else
                   perform match-the-runner
               end-if
           end-if.

      *---------------------------------------------------------------*

       settle-runner-gender section.

      *   the senior categories say which; for veterans, juniors and
      *   wheelchair athletes the desk keys it, or it stays unknown.

           inspect entry-gender converting "mf" to "MF"
           if entry-gender = space
               evaluate entry-male
                   when 1
                       move "M" to entry-gender
                   when 2
                       move "F" to entry-gender
                   when other
                       continue
               end-evaluate
           end-if.

      *---------------------------------------------------------------*

       match-the-runner section.

           set rlk-action-match to true
           move 0            to rlk-runner-id
           move entry-name   to rlk-name
           move entry-dob    to rlk-dob
           move entry-gender to rlk-gender
           call "race-runlook" using runner-look
           evaluate true
               when rlk-found-one
                   move rlk-runner-id to entry-runner-id
               when rlk-found-likely and not entry-runner-new-true
                   perform offer-likely-runners
                   move "N" to runner-valid-sw
                   move "show-runner-matches" to ds-procedure
               when other
                   set runner-to-add to true
           end-evaluate.

      *---------------------------------------------------------------*

       offer-likely-runners section.

           initialize entry-runner-offers
           move rlk-offer-count to entry-offer-count
           perform varying offer-ind from 1 by 1
                              until offer-ind > rlk-offer-count
               move rlk-offer-id(offer-ind)
                                   to entry-offer-id(offer-ind)
               move rlk-offer-name(offer-ind)
                                   to entry-offer-name(offer-ind)
               move rlk-offer-club(offer-ind)
                                   to entry-offer-club(offer-ind)
               move rlk-offer-dob(offer-ind)
                                   to entry-offer-dob(offer-ind)
           end-perform.

      *---------------------------------------------------------------*

       register-the-runner section.

      *   called only once the entry (or waiting-list row) is sure
      *   to be written: a new runner goes on the register with it,
      *   and a known one has their club and contact brought up to
      *   date from this entry.

           move entry-name    to rlk-name
           move entry-dob     to rlk-dob
           move entry-gender  to rlk-gender
           move entry-club    to rlk-club
           move entry-address to rlk-contact
           if runner-to-add
               set rlk-action-add to true
               move 0 to rlk-runner-id
           else
               set rlk-action-update to true
               move entry-runner-id to rlk-runner-id
           end-if
           call "race-runlook" using runner-look
           if rlk-found-one
               move rlk-runner-id to entry-runner-id
           end-if
           move "N" to runner-to-add-sw
           move 0 to entry-runner-new
           initialize entry-runner-offers.

      *---------------------------------------------------------------*

       judge-age-against-category section.
                   if already-waiting
                       move "show-waitlist-notice" to ds-procedure
                   else
                       perform register-the-runner
                       perform park-on-waiting-list
                   end-if
               not invalid key
           move entry-emerg-name  to wl-emerg-name
           move entry-emerg-phone to wl-emerg-phone
           move entry-medical     to wl-medical
           move entry-runner-id   to wl-runner
           move entry-email       to wl-email
           write waiting-record
           close waiting-file
           move "00" to waiting-file-status
                               move wd-address to entry-address
                               move wd-club    to entry-club
                               move wd-dob     to entry-dob
                               move 0          to entry-runner-id
                               move space      to entry-gender
                           end-if
                   end-read
               end-perform
           move file-wave to hold-wave

           perform validate-age-category
      *   the new holder is looked up on the register as a fresh
      *   entrant would be; the transfer has never judged the club,
      *   and the lookup is not held back by a verdict left over
      *   from an earlier save
           move "Y" to club-valid-sw
           perform validate-runner
           evaluate true
               when entry-name = spaces or entry-address = spaces
                    or entry-club = spaces
                   move "show-save-error" to ds-procedure
               when not age-category-valid
                   continue
               when not runner-valid
                   continue
               when entry-name = hold-old-name
                    and entry-club = hold-old-club
                   move "show-transfer-error" to ds-procedure
                   move "show-transfer-error" to ds-procedure
               not invalid key
                   delete entry-file
                   perform register-the-runner
                   move entry-event   to file-key-event file-event
                   move entry-name    to file-name file-key-name
                   move entry-male    to file-male
                   move entry-dob     to file-dob
                   move hold-wave     to file-wave
                   move entry-pred-time to file-pred-time
                   move entry-runner-id to file-runner
                   move entry-email   to file-email
                   write entry-record
                   perform store-medical-details
                   perform print-confirmation-slip
               move file-male    to entry-male
               move file-address to entry-address
               move file-club    to entry-club
               move file-runner  to entry-runner-id
               move file-email   to entry-email
               perform print-confirmation-slip
           else
               move "show-reprint-error" to ds-procedure
