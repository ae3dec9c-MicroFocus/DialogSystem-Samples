      *    day's best as the inaugural record, through the same
      *    ratification.  The whole records file is held while it
      *    is worked and written back fresh.
      *    Each record keeps its holder's permanent runner id from
      *    the competitor register (see RUNNERREC.CPY) beside the
      *    name and club of the day, so a holder who lowers their
      *    own record is announced as improving it rather than
      *    breaking somebody else's; records set before the
      *    register carry a zero id.  Both ids are resolved through
      *    the register, so a holder whose duplicate registration
      *    has since been merged is still recognised.  A
      *    disqualified finisher (see RESULTREC.CPY) sets no record;
      *    a run clears the re-run mark race-protest leaves for the
      *    event.
      *---------------------------------------------------------------*

       environment division.
           03  crs-time                pic 9(6).
           03  filler                  pic x(1).
           03  crs-year                pic 9(4).
           03  filler                  pic x(1).
           03  crs-runner              pic 9(6).

       fd  history-file.
       01  history-record.
           03  his-fell-date           pic 9(8).
           03  filler                  pic x(1).
           03  his-image               pic x(70).

       fd  report-file.
       01  report-line                 pic x(90).

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       78  max-course-records          value 200.

       77  result-file-status          pic x(2).
               05  rr-club             pic x(30).
               05  rr-time             pic 9(6).
               05  rr-year             pic 9(4).
               05  rr-runner           pic 9(6).

      *   the day's best performance per category
       01  best-table.
               05  bt-time             pic 9(6).
               05  bt-name             pic x(15).
               05  bt-club             pic x(30).
               05  bt-runner           pic 9(6).

      *   the register, where a merged runner's old id is answered
      *   with the id it went into
           copy "RUNLOOK.CPY".

      *   the mark race-protest leaves when this event's results
      *   change after a run - cleared once run again
           copy "RERUN.CPY".

       01  result-scan-done-sw         pic x value "N".
       01  confirm-answer              pic x.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACERECS: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform program-initialize
           perform load-the-records
           perform find-the-days-bests
                           move crs-club   to rr-club(rec-count)
                           move crs-time   to rr-time(rec-count)
                           move crs-year   to rr-year(rec-count)
                           if crs-runner not numeric
                               move 0 to crs-runner
                           end-if
                           move crs-runner to rlk-runner-id
                           perform current-runner-id
                           move rlk-runner-id to rr-runner(rec-count)
                   end-read
               end-perform
               close record-file

           if result-male >= 1 and result-male <= 5
              and result-time not = 0
              and not result-disqualified
               if bt-time(result-male) = 0
                  or result-time < bt-time(result-male)
                   move result-time to bt-time(result-male)
                   move result-name to bt-name(result-male)
                   move result-club to bt-club(result-male)
                   if result-runner not numeric
                       move 0 to result-runner
                   end-if
                   move result-runner to rlk-runner-id
                   perform current-runner-id
                   move rlk-runner-id to bt-runner(result-male)
               end-if
           end-if.

      *---------------------------------------------------------------*

       current-runner-id section.

      *   an id merged into another since the record was set comes
      *   back as the id kept; zero and unknown ids are left as they
      *   are.

           if rlk-runner-id not = 0
               set rlk-action-find to true
               call "race-runlook" using runner-look
           end-if.

      *---------------------------------------------------------------*

       judge-one-category section.
                       move "RECORD EQUALLED " to ann-flag
                       move rr-time(this-rec-ind) to ann-old-time
                       perform announce-only
                   when bt-time(cat-ind) < rr-time(this-rec-ind)
                        and bt-runner(cat-ind) not = 0
                        and bt-runner(cat-ind) = rr-runner(this-rec-ind)
                       move "RECORD IMPROVED " to ann-flag
                       move rr-time(this-rec-ind) to ann-old-time
                       perform announce-and-ratify
                   when bt-time(cat-ind) < rr-time(this-rec-ind)
                       move "RECORD BROKEN   " to ann-flag
                       move rr-time(this-rec-ind) to ann-old-time
               move bt-club(cat-ind) to rr-club(this-rec-ind)
               move bt-time(cat-ind) to rr-time(this-rec-ind)
               move run-year         to rr-year(this-rec-ind)
               move bt-runner(cat-ind) to rr-runner(this-rec-ind)
               add 1 to ratified-count
               display "RECORD RATIFIED"
           end-if.
           move rr-club(this-rec-ind)   to crs-club
           move rr-time(this-rec-ind)   to crs-time
           move rr-year(this-rec-ind)   to crs-year
           move rr-runner(this-rec-ind) to crs-runner
           move course-record to his-image
           write history-record
           close history-file.
                   move rr-club(rec-ind)   to crs-club
                   move rr-time(rec-ind)   to crs-time
                   move rr-year(rec-ind)   to crs-year
                   move rr-runner(rec-ind) to crs-runner
                   write course-record
               end-perform
               close record-file
                   " RATIFIED: " ratified-count
           if not result-file-not-found
               close result-file
               perform clear-rerun-mark
           end-if
           close report-file
           goback.

      *---------------------------------------------------------------*

       clear-rerun-mark section.

           set rrm-action-clear to true
           move chosen-event to rrm-event
           move "RECORDS" to rrm-program
           call "race-rerun" using rerun-mark.
