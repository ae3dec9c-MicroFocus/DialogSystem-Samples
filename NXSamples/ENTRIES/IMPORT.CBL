      *        E7 - club not on the clubs master (variant spellings
      *             of a master club are folded to the canonical
      *             name by race-clublook and accepted)
      *        E8 - the competitor may already be on the runners.dat
      *             register - the likely matches are listed with
      *             their runner ids on runmatch.prt; resubmit with
      *             the right id, or "Y" in the new-runner column
      *        E9 - the runner id given is not on the register
      *        ER - the event is a relay - its teams are entered on
      *             race-teams, so every row is refused
      *    Every imported or waitlisted row carries a runner id: the
      *    one given, one certain match found by race-runlook, or a
      *    new runner added to the register.
      *---------------------------------------------------------------*

       environment division.
           access is dynamic
           file status is medical-file-status.

           select match-file assign "runmatch.prt"
           organization is line sequential.


       data division.

           03  sub-emerg-phone         pic x(15).
           03  filler                  pic x(1).
           03  sub-medical             pic x(60).
      *   the register columns, a later extension in the same way -
      *   gender (M/F), the runner id when the club knows it, and
      *   "Y" to confirm a new runner after an E8 rejection
           03  filler                  pic x(1).
           03  sub-gender              pic x.
           03  filler                  pic x(1).
           03  sub-runner-id-x         pic x(6).
           03  sub-runner-id redefines sub-runner-id-x pic 9(6).
           03  filler                  pic x(1).
           03  sub-runner-new          pic x.
      *   the competitor's email address for their result page,
      *   the latest extension - blank when the club has none
           03  filler                  pic x(1).
           03  sub-email               pic x(50).

       fd  event-file.
           copy "EVENTREC.CPY".
       fd  medical-file.
           copy "MEDREC.CPY".

       fd  match-file.
       01  match-line                  pic x(100).

       working-storage section.

       77  entry-file-status           pic x(2).
       77  age-on-day                  pic s9(4) comp.
       01  event-master-open-sw        pic x value "N".
          88  event-master-open           value "Y".
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".

       77  medical-file-status         pic x(2).
          88  medical-file-not-found      value "35".

      *   the competitor register - see RUNLOOK.CPY
           copy "RUNLOOK.CPY".
       01  runner-to-add-sw            pic x value "N".
          88  runner-to-add               value "Y".
       77  runner-id-hold              pic 9(6) value 0.
       77  offer-ind                   pic 9(2) comp.

       01  match-row-line.
           03  filler                  pic x(4) value "ROW ".
           03  mrl-row                 pic zzz9.
           03  filler                  pic x(1) value space.
           03  mrl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  mrl-club                pic x(30).
           03  filler                  pic x(1) value space.
           03  mrl-dob                 pic 9(8).

       01  match-offer-line.
           03  filler                  pic x(20) value
               "    POSSIBLY RUNNER ".
           03  mol-id                  pic 9(6).
           03  filler                  pic x(1) value space.
           03  mol-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  mol-club                pic x(30).
           03  filler                  pic x(1) value space.
           03  mol-dob                 pic 9(8).

      *   same slip layout race-entries prints at the counter
       01  confirm-detail-line.
           03  filler                  pic x(14) value
           end-if

           open output reject-file
           open output match-file

           open input event-file
           if not event-file-not-found
                       continue
                   not invalid key
                       move event-capacity to event-capacity-hold
                       if event-legs > 1
                           set relay-event to true
                       end-if
               end-read
           end-if


           add 1 to read-count
           move spaces to reject-reason-wrk
           if relay-event
               move "ER" to reject-reason-wrk
           else
               perform validate-this-submission
           end-if

           if reject-reason-wrk = spaces
              and event-capacity-hold not = 0
      *   too - the row is waitlisted in arrival order and logged
      *   to the reject file so the club hears why
               move "E6" to reject-reason-wrk
               perform register-the-runner
               perform park-on-waiting-list
           end-if

           if reject-reason-wrk = spaces
               perform register-the-runner
               perform write-this-entry
           else
               add 1 to rejected-count

           if reject-reason-wrk = spaces
               perform judge-age-against-category
           end-if

           if reject-reason-wrk = spaces
               perform judge-the-runner
           end-if.

      *---------------------------------------------------------------*

       judge-the-runner section.

      *   the same register lookup race-entries makes at the
      *   counter.  a batch cannot ask which of several people the
      *   row means, so likely matches reject the row and are
      *   listed for the club to choose from.

           move "N" to runner-to-add-sw
           move 0 to runner-id-hold
           inspect sub-gender converting "mf" to "MF"
           if sub-gender not = "M" and sub-gender not = "F"
               evaluate sub-male
                   when "1"
                       move "M" to sub-gender
                   when "2"
                       move "F" to sub-gender
                   when other
                       move space to sub-gender
               end-evaluate
           end-if
           if sub-dob not numeric
               move 0 to sub-dob
           end-if

           if sub-runner-id-x not = spaces and sub-runner-id-x numeric
              and sub-runner-id not = 0
               set rlk-action-find to true
               move sub-runner-id to rlk-runner-id
               call "race-runlook" using runner-look
               if rlk-found-one
                   move rlk-runner-id to runner-id-hold
               else
                   move "E9" to reject-reason-wrk
               end-if
           else
               set rlk-action-match to true
               move 0          to rlk-runner-id
               move sub-name   to rlk-name
               move sub-dob    to rlk-dob
               move sub-gender to rlk-gender
               call "race-runlook" using runner-look
               evaluate true
                   when rlk-found-one
                       move rlk-runner-id to runner-id-hold
                   when rlk-found-likely
                        and sub-runner-new not = "Y"
                        and sub-runner-new not = "y"
                       move "E8" to reject-reason-wrk
                       perform list-likely-runners
                   when other
                       set runner-to-add to true
               end-evaluate
           end-if.

      *---------------------------------------------------------------*

       list-likely-runners section.

           move read-count to mrl-row
           move sub-name   to mrl-name
           move sub-club   to mrl-club
           move sub-dob    to mrl-dob
           write match-line from match-row-line
           perform varying offer-ind from 1 by 1
                              until offer-ind > rlk-offer-count
               move rlk-offer-id(offer-ind)   to mol-id
               move rlk-offer-name(offer-ind) to mol-name
               move rlk-offer-club(offer-ind) to mol-club
               move rlk-offer-dob(offer-ind)  to mol-dob
               write match-line from match-offer-line
           end-perform.

      *---------------------------------------------------------------*

       register-the-runner section.

      *   only once the row is sure to be written - onto entries.dat
      *   or the waiting list.  a new runner goes on the register; a
      *   known one has their club and contact brought up to date.

           move sub-name    to rlk-name
           move sub-dob     to rlk-dob
           move sub-gender  to rlk-gender
           move sub-club    to rlk-club
           move sub-address to rlk-contact
           if runner-to-add
               set rlk-action-add to true
               move 0 to rlk-runner-id
           else
               set rlk-action-update to true
               move runner-id-hold to rlk-runner-id
           end-if
           call "race-runlook" using runner-look
           if rlk-found-one
               move rlk-runner-id to runner-id-hold
           end-if.

      *---------------------------------------------------------------*
           move sub-emerg-name  to wl-emerg-name
           move sub-emerg-phone to wl-emerg-phone
           move sub-medical     to wl-medical
           move runner-id-hold  to wl-runner
           move sub-email       to wl-email
           write waiting-record
           close waiting-file
           move "00" to waiting-file-status
           move sub-dob     to file-dob
           move 0           to file-wave
           move 0           to file-pred-time
           move runner-id-hold to file-runner
           move sub-email   to file-email
           write entry-record
           add 1 to imported-count
           add 1 to event-entry-count
           close submission-file
           close entry-file
           close reject-file
           close match-file
           close confirm-file
           close medical-file
           goback.
