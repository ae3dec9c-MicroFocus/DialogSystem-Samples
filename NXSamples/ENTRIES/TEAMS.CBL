      $set ans85
       identification division.

       program-id. race-teams.

      *---------------------------------------------------------------*
      *    Relay team entries.  An event with legs on the events
      *    master (see EVENTREC.CPY) is a relay: it takes teams, not
      *    individual entries, and they are kept here on teams.dat
      *    (see TEAMREC.CPY):
      *        L    list an event's teams and their legs
      *        A    enter a team - bib, name, club, then one runner
      *             per leg with the leg's own code, category and
      *             date of birth
      *        E    change the runner on a leg not yet run
      *        W    withdraw a team
      *        Q    leave
      *    The club is folded through race-clublook like any entry;
      *    a team bib is unique in the event, and so is every leg
      *    code across all of its teams, since the chip and the
      *    results desk know a leg by its code alone.  Each leg
      *    runner is found on the competitor register by
      *    race-runlook, or added to it.  The event's capacity
      *    counts entered teams; a team past it is kept waiting in
      *    arrival order for race-promote, and a withdrawal frees
      *    its seat for the next run of that batch.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.


       data division.

       file section.
       fd  team-file.
           copy "TEAMREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

      *   the competitor register - see RUNLOOK.CBL
           copy "RUNLOOK.CPY".

       77  team-file-status            pic x(2).
          88  team-file-not-found         value "35".
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".

       77  leg-ind                     pic 9(2) comp.
       77  other-ind                   pic 9(2) comp.
       77  offer-ind                   pic 9(2) comp.
       77  entered-count               pic 9(4) comp.
       77  highest-wait-seq            pic 9(6).

       01  done-sw                     pic x value "N".
          88  all-done                    value "Y".
       01  relay-sw                    pic x.
          88  relay-event                 value "Y".
       01  team-scan-done-sw           pic x.
       01  code-taken-sw               pic x.
       01  leg-ok-sw                   pic x.
          88  leg-ok                      value "Y".
       01  event-capacity-hold         pic 9(4).
       01  event-legs-hold             pic 9.

       01  answer-line                 pic x(10).
       01  answer-action               pic x.
       01  event-in                    pic x(2).
       01  event-in-n redefines event-in pic 9(2).
       01  bib-in                      pic x(3).
       01  name-in                     pic x(30).
       01  club-in                     pic x(30).
       01  leg-in                      pic x.
       01  leg-in-n redefines leg-in   pic 9.
       01  code-in                     pic x(3).
       01  runner-name-in              pic x(15).
       01  category-in                 pic x.
       01  category-in-n redefines category-in pic 9.
       01  dob-in                      pic x(8).
       01  dob-in-n redefines dob-in   pic 9(8).
       01  gender-in                   pic x.
       01  runner-id-in                pic x(6).
       01  runner-id-in-n redefines runner-id-in pic 9(6).
       01  today-date                  pic 9(8).

       01  club-look-in                pic x(30).
       01  club-look-out               pic x(30).
       01  club-look-found             pic x.

      *   the team being entered, built up leg by leg before the
      *   write
       01  new-team                    pic x(360).

       01  team-line.
           03  tln-bib                 pic x(3).
           03  filler                  pic x(1) value space.
           03  tln-status              pic x.
           03  filler                  pic x(1) value space.
           03  tln-wait-seq            pic 9(6).
           03  filler                  pic x(1) value space.
           03  tln-name                pic x(30).
           03  filler                  pic x(1) value space.
           03  tln-club                pic x(30).

       01  leg-line.
           03  filler                  pic x(4) value space.
           03  lgl-leg                 pic 9.
           03  filler                  pic x(1) value space.
           03  lgl-code                pic x(3).
           03  filler                  pic x(1) value space.
           03  lgl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  lgl-male                pic 9.
           03  filler                  pic x(1) value space.
           03  lgl-runner              pic 9(6).
           03  filler                  pic x(1) value space.
           03  lgl-time                pic 9(6).

       01  offer-line.
           03  filler                  pic x(4) value space.
           03  ofl-id                  pic 9(6).
           03  filler                  pic x(1) value space.
           03  ofl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  ofl-club                pic x(30).
           03  filler                  pic x(1) value space.
           03  ofl-dob                 pic 9(8).


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACETEAM: START IT FROM THE ROUTER MENU"
               goback
           end-if

           open i-o team-file
           if team-file-not-found
               open output team-file
               close team-file
               open i-o team-file
           end-if
           perform work-one-action until all-done
           close team-file
           goback.

      *---------------------------------------------------------------*

       work-one-action section.

           display "ACTION (L / A / E / W / Q): " with no advancing
           accept answer-line
           move answer-line(1:1) to answer-action

           evaluate answer-action
               when "Q" when "q"
                   set all-done to true
               when "L" when "l"
                   perform list-the-teams
               when "A" when "a"
                   perform enter-a-team
               when "E" when "e"
                   perform change-a-leg
               when "W" when "w"
                   perform withdraw-a-team
               when other
                   continue
           end-evaluate.

      *---------------------------------------------------------------*

       ask-for-the-event section.

      *   the event must be on the master with legs - an individual
      *   race takes its entries on race-entries.

           display "EVENT: " with no advancing
           accept event-in
           if event-in(2:1) = space
               move event-in(1:1) to event-in(2:1)
               move "0" to event-in(1:1)
           end-if
           if event-in not numeric
               move "00" to event-in
           end-if

           move "N" to relay-sw
           move 0 to event-capacity-hold
           move 0 to event-legs-hold
           open input event-file
           if not event-file-not-found
               move event-in-n to event-id
               read event-file
                   invalid key
                       continue
                   not invalid key
                       if event-legs > 1
                           set relay-event to true
                           move event-capacity to event-capacity-hold
                           move event-legs to event-legs-hold
                       end-if
               end-read
               close event-file
           end-if
           move "00" to event-file-status
           if not relay-event
               display "NOT A RELAY EVENT"
           end-if.

      *---------------------------------------------------------------*

       ask-for-the-team section.

           display "TEAM BIB: " with no advancing
           accept bib-in
           move event-in-n to tm-event
           move bib-in to tm-bib
           read team-file
               invalid key
                   display "NO SUCH TEAM"
                   move spaces to bib-in
           end-read.

      *---------------------------------------------------------------*

       list-the-teams section.

           perform ask-for-the-event
           display "BIB S WAIT   TEAM / CLUB"
           move "N" to team-scan-done-sw
           move event-in-n to tm-event
           move low-values to tm-bib
           start team-file key is >= tm-key
               invalid key
                   move "Y" to team-scan-done-sw
           end-start
           perform until team-scan-done-sw = "Y"
               read team-file next record
                   at end
                       move "Y" to team-scan-done-sw
                   not at end
                       if tm-event not = event-in-n
                           move "Y" to team-scan-done-sw
                       else
                           perform list-one-team
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       list-one-team section.

           move tm-bib      to tln-bib
           move tm-status   to tln-status
           move tm-wait-seq to tln-wait-seq
           move tm-name     to tln-name
           move tm-club     to tln-club
           display team-line
           perform varying leg-ind from 1 by 1
                              until leg-ind > tm-legs
               move leg-ind           to lgl-leg
               move tl-code(leg-ind)   to lgl-code
               move tl-name(leg-ind)   to lgl-name
               move tl-male(leg-ind)   to lgl-male
               move tl-runner(leg-ind) to lgl-runner
               move tl-time(leg-ind)   to lgl-time
               display leg-line
           end-perform.

      *---------------------------------------------------------------*

       enter-a-team section.

           perform ask-for-the-event
           if relay-event
               display "TEAM BIB: " with no advancing
               accept bib-in
               move event-in-n to tm-event
               move bib-in to tm-bib
               read team-file
                   invalid key
                       continue
                   not invalid key
                       display "BIB ALREADY USED IN THE EVENT"
                       move spaces to bib-in
               end-read
           end-if
           if relay-event and bib-in not = spaces
               display "TEAM NAME: " with no advancing
               accept name-in
               display "CLUB: " with no advancing
               accept club-in
               move club-in to club-look-in
               call "race-clublook" using club-look-in
                                          club-look-out
                                          club-look-found
               evaluate club-look-found
                   when "Y"
                       move club-look-out to club-in
                   when "N"
                       display "CLUB NOT ON THE MASTER"
                       move spaces to club-in
                   when other
                       continue
               end-evaluate
               if name-in = spaces or club-in = spaces
                   display "TEAM NOT ENTERED"
               else
                   perform build-the-team
               end-if
           end-if.

      *---------------------------------------------------------------*

       build-the-team section.

           initialize team-record
           move event-in-n     to tm-event
           move bib-in         to tm-bib
           move name-in        to tm-name
           move club-in        to tm-club
           move event-legs-hold to tm-legs
           move "Y" to leg-ok-sw
           perform varying leg-ind from 1 by 1
                              until leg-ind > tm-legs or not leg-ok
               display "LEG " leg-ind
               display "  LEG CODE: " with no advancing
               accept code-in
               perform judge-leg-code
               if leg-ok
                   move code-in to tl-code(leg-ind)
                   perform ask-for-the-runner
               end-if
               if leg-ok
                   move runner-name-in to tl-name(leg-ind)
                   move category-in-n  to tl-male(leg-ind)
                   move rlk-runner-id  to tl-runner(leg-ind)
                   move 0              to tl-time(leg-ind)
               end-if
           end-perform

           if not leg-ok
               display "TEAM NOT ENTERED"
           else
               move team-record to new-team
               perform count-entered-teams
               move new-team to team-record
               accept today-date from date yyyymmdd
               move today-date to tm-entry-date
               if event-capacity-hold = 0
                  or entered-count < event-capacity-hold
                   set tm-entered to true
                   move 0 to tm-wait-seq
               else
                   set tm-waiting to true
                   compute tm-wait-seq = highest-wait-seq + 1
               end-if
               write team-record
                   invalid key
                       display "BIB ALREADY USED IN THE EVENT"
                   not invalid key
                       if tm-waiting
                           display "EVENT FULL - TEAM WAITING, NO "
                                   tm-wait-seq
                       else
                           display "TEAM ENTERED"
                       end-if
               end-write
           end-if.

      *---------------------------------------------------------------*

       judge-leg-code section.

      *   unique among the legs already keyed for this team and
      *   across every other team in the event, withdrawn or not -
      *   a code once issued stays with its chip.

           move "Y" to leg-ok-sw
           if code-in = spaces
               move "N" to leg-ok-sw
           else
               perform varying other-ind from 1 by 1
                                  until other-ind not < leg-ind
                   if tl-code(other-ind) = code-in
                       move "N" to leg-ok-sw
                   end-if
               end-perform
           end-if
           if leg-ok
               move team-record to new-team
               perform judge-code-in-event
               move new-team to team-record
               if code-taken-sw = "Y"
                   move "N" to leg-ok-sw
               end-if
           end-if
           if not leg-ok
               display "LEG CODE BLANK OR ALREADY USED IN THE EVENT"
           end-if.

      *---------------------------------------------------------------*

       judge-code-in-event section.

           move "N" to code-taken-sw
           move "N" to team-scan-done-sw
           move event-in-n to tm-event
           move low-values to tm-bib
           start team-file key is >= tm-key
               invalid key
                   move "Y" to team-scan-done-sw
           end-start
           perform until team-scan-done-sw = "Y"
               read team-file next record
                   at end
                       move "Y" to team-scan-done-sw
                   not at end
                       if tm-event not = event-in-n
                           move "Y" to team-scan-done-sw
                       else
                           perform varying other-ind from 1 by 1
                                              until other-ind > tm-legs
                               if tl-code(other-ind) = code-in
                                   move "Y" to code-taken-sw
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       count-entered-teams section.

           move 0 to entered-count
           move 0 to highest-wait-seq
           move "N" to team-scan-done-sw
           move event-in-n to tm-event
           move low-values to tm-bib
           start team-file key is >= tm-key
               invalid key
                   move "Y" to team-scan-done-sw
           end-start
           perform until team-scan-done-sw = "Y"
               read team-file next record
                   at end
                       move "Y" to team-scan-done-sw
                   not at end
                       if tm-event not = event-in-n
                           move "Y" to team-scan-done-sw
                       else
                           if tm-entered
                               add 1 to entered-count
                           end-if
                           if tm-wait-seq > highest-wait-seq
                               move tm-wait-seq to highest-wait-seq
                           end-if
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       ask-for-the-runner section.

      *   the leg runner's details, then their register id - one
      *   certain match is taken, likely ones are offered, and a
      *   runner the register has never seen is added to it.

           display "  RUNNER NAME: " with no advancing
           accept runner-name-in
           display "  CATEGORY (1-5): " with no advancing
           accept category-in
           display "  DATE OF BIRTH (YYYYMMDD): " with no advancing
           accept dob-in
           display "  GENDER (M / F): " with no advancing
           accept gender-in
           if dob-in not numeric
               move 0 to dob-in-n
           end-if
           if gender-in = "m"
               move "M" to gender-in
           end-if
           if gender-in = "f"
               move "F" to gender-in
           end-if

           if runner-name-in = spaces
              or category-in not numeric
              or category-in-n < 1 or category-in-n > 5
               display "  NAME AND CATEGORY 1-5 ARE NEEDED"
               move "N" to leg-ok-sw
           else
               perform register-the-runner
           end-if.

      *---------------------------------------------------------------*

       register-the-runner section.

           initialize runner-look
           set rlk-action-match to true
           move runner-name-in to rlk-name
           move dob-in-n       to rlk-dob
           move gender-in      to rlk-gender
           call "race-runlook" using runner-look
           evaluate true
               when rlk-found-one
                   continue
               when rlk-found-likely
                   perform choose-an-offer
               when other
                   move 0 to rlk-runner-id
           end-evaluate

           if rlk-runner-id = 0
               move runner-name-in to rlk-name
               move dob-in-n       to rlk-dob
               move gender-in      to rlk-gender
               move club-in        to rlk-club
               move spaces         to rlk-contact
               set rlk-action-add to true
               call "race-runlook" using runner-look
               if not rlk-found-one
                   display "  RUNNER NOT REGISTERED"
                   move "N" to leg-ok-sw
               end-if
           end-if.

      *---------------------------------------------------------------*

       choose-an-offer section.

           display "  ALREADY ON THE REGISTER?"
           perform varying offer-ind from 1 by 1
                              until offer-ind > rlk-offer-count
               move rlk-offer-id(offer-ind)   to ofl-id
               move rlk-offer-name(offer-ind) to ofl-name
               move rlk-offer-club(offer-ind) to ofl-club
               move rlk-offer-dob(offer-ind)  to ofl-dob
               display offer-line
           end-perform
           display "  RUNNER ID, OR BLANK FOR A NEW RUNNER: "
                   with no advancing
           accept runner-id-in
           move 0 to rlk-runner-id
           if runner-id-in numeric
               perform varying offer-ind from 1 by 1
                                  until offer-ind > rlk-offer-count
                   if rlk-offer-id(offer-ind) = runner-id-in-n
                       move runner-id-in-n to rlk-runner-id
                   end-if
               end-perform
           end-if.

      *---------------------------------------------------------------*

       change-a-leg section.

      *   the leg's code stays - it is on the chip - only the runner
      *   changes, and not once the leg has been run.

           perform ask-for-the-event
           if relay-event
               perform ask-for-the-team
           end-if
           if relay-event and bib-in not = spaces
               move tm-club to club-in
               display "LEG: " with no advancing
               accept leg-in
               if leg-in not numeric
                  or leg-in-n < 1 or leg-in-n > tm-legs
                   display "NO SUCH LEG"
               else
                   if tl-time(leg-in-n) not = 0
                       display "LEG ALREADY RUN"
                   else
                       move "Y" to leg-ok-sw
                       perform ask-for-the-runner
                       if leg-ok
                           move runner-name-in to tl-name(leg-in-n)
                           move category-in-n  to tl-male(leg-in-n)
                           move rlk-runner-id  to tl-runner(leg-in-n)
                           rewrite team-record
                           display "LEG RUNNER CHANGED"
                       end-if
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       withdraw-a-team section.

           perform ask-for-the-event
           if relay-event
               perform ask-for-the-team
           end-if
           if relay-event and bib-in not = spaces
               if tm-withdrawn
                   display "TEAM ALREADY WITHDRAWN"
               else
                   if tm-entered
                       display "SEAT FREED - RACE-PROMOTE FILLS IT"
                   end-if
                   set tm-withdrawn to true
                   rewrite team-record
                   display "TEAM WITHDRAWN"
               end-if
           end-if.
