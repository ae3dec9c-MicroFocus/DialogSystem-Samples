      *    keys a competitor's unique file-code plus finish time
      *    (hhmmss) and position, the program checks the code exists
      *    on entries.dat and is not already recorded, and writes a
      *    results.dat row carrying the entry's name, club,
      *    category (file-male) and runner id so the scoring and
      *    prize reports never need a join by hand.  Same
      *    standalone-companion shape race-startlist already has
      *    with race-entries.
      *    In a relay event (legs on the events master) the code is
      *    a leg runner's, found among the event's teams on
      *    teams.dat; the time keyed is the race clock as the leg
      *    finished and goes on the team's leg, not on results.dat -
      *    positions there come from race-teamres, so any keyed
      *    position is ignored.
      *---------------------------------------------------------------*

       environment division.
           access is dynamic
           file status is result-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.


       data division.

       fd  result-file.
           copy "RESULTREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

           copy "ds-cntrl.mf".
           copy "results.cpb".

          88  result-file-ok              value "00".
          88  result-file-not-found       value "35".

       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".
       77  team-file-status            pic x(2).
          88  team-file-not-found         value "35".

       01  entry-found-sw              pic x value "N".
       01  entry-scan-done-sw          pic x value "N".
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".
       01  team-scan-done-sw           pic x value "N".
       77  leg-ind                     pic 9(2) comp.
       77  found-leg                   pic 9(2) comp.


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACERSLT: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform program-initialize
           perform program-body until result-exit-flg-true
           perform program-terminate.
               close result-file
               open i-o result-file
           end-if
           open i-o team-file
           if team-file-not-found
               open output team-file
               close team-file
               open i-o team-file
           end-if
           perform load-screenset.

      *---------------------------------------------------------------*

           close entry-file
           close result-file
           close team-file
           goback.

      *---------------------------------------------------------------*

      *   result, and the time and position must both be keyed -
      *   results day is not the day to discover half a row later.

           perform judge-relay-event
           if result-scr-code = spaces
              or result-scr-time = 0
              or (result-scr-position = 0 and not relay-event)
               move "show-result-save-error" to ds-procedure
           else
               if relay-event
                   perform find-leg-in-event
                   if found-leg not = 0
                       perform record-the-leg-time
                   else
                       move "show-no-entry-error" to ds-procedure
                   end-if
               else
                   perform find-entry-in-event
                   if entry-found-sw = "Y"
                       perform record-the-result
                   else
                       move "show-no-entry-error" to ds-procedure
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       judge-relay-event section.

      *   read fresh each save - the desk may move between events
      *   without leaving the screen.

           move "N" to relay-sw
           open input event-file
           if not event-file-not-found
               move result-scr-event to event-id
               read event-file
                   invalid key
                       continue
                   not invalid key
                       if event-legs > 1
                           set relay-event to true
                       end-if
               end-read
               close event-file
           end-if
           move "00" to event-file-status.

      *---------------------------------------------------------------*

       find-leg-in-event section.

      *   leg codes are unique across the event's teams (race-teams
      *   sees to it), so the first hit is the leg; the team is left
      *   in the record area for the rewrite.

           move 0 to found-leg
           move "N" to team-scan-done-sw
           move result-scr-event to tm-event
           move low-values to tm-bib
           start team-file key is >= tm-key
               invalid key
                   move "Y" to team-scan-done-sw
           end-start
           perform until team-scan-done-sw = "Y" or found-leg not = 0
               read team-file next record
                   at end
                       move "Y" to team-scan-done-sw
                   not at end
                       if tm-event not = result-scr-event
                           move "Y" to team-scan-done-sw
                       else
                           perform varying leg-ind from 1 by 1
                                              until leg-ind > tm-legs
                               if tl-code(leg-ind) = result-scr-code
                                   move leg-ind to found-leg
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       record-the-leg-time section.

      *   a withdrawn team runs for nobody; a leg already timed is
      *   the same already-recorded case as an individual result.

           if tl-time(found-leg) not = 0
               move "show-already-recorded-error" to ds-procedure
           else
               if tm-withdrawn or tm-waiting
                   move "show-no-entry-error" to ds-procedure
               else
                   move result-scr-time to tl-time(found-leg)
                   rewrite team-record
                   perform clear-result
               end-if
           end-if.

                   move file-name        to result-name
                   move file-club        to result-club
                   move file-male        to result-male
                   move file-runner      to result-runner
                   move result-scr-time  to result-time
                   move result-scr-position to result-position
                   write result-record
