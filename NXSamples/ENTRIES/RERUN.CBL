      $set ans85
       identification division.

       program-id. race-rerun.

      *---------------------------------------------------------------*
      *    Re-run marks service.  Called
      *        call "race-rerun" using rerun-mark
      *    (see RERUN.CPY) to mark a report program as owing a re-run
      *    for an event, or to clear the mark once it has run.  The
      *    marks are held on rerun.dat (see RERUNREC.CPY), read fresh
      *    on every call and written back only when something
      *    changed - marks are few and calls rare, and a program
      *    clearing its own mark never sees a stale copy.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select rerun-file assign "rerun.dat"
           organization is line sequential
           file status is rerun-file-status.


       data division.

       file section.
       fd  rerun-file.
           copy "RERUNREC.CPY".

       working-storage section.

       78  max-reruns                  value 300.

       77  rerun-file-status           pic x(2).
          88  rerun-file-eof              value "10".
          88  rerun-file-not-found        value "35".

       77  mark-ind                    pic 9(4) comp.
       77  mark-count                  pic 9(4) comp value 0.
       77  hit-ind                     pic 9(4) comp.
       01  changed-sw                  pic x.
          88  marks-changed               value "Y".
       01  today-date                  pic 9(8).

       01  mark-table.
           03  mark-row occurs max-reruns.
               05  mr-event            pic 9(2).
               05  mr-program          pic x(8).
               05  mr-date             pic 9(8).
               05  mr-reason           pic x(30).
               05  mr-live             pic x.

       linkage section.
           copy "RERUN.CPY".

       procedure division using rerun-mark.

       main-process section.

           move "N" to changed-sw
           move "N" to rrm-was-marked
           perform load-the-marks
           move 0 to hit-ind
           perform varying mark-ind from 1 by 1
                              until mark-ind > mark-count
               if mr-event(mark-ind) = rrm-event
                  and mr-program(mark-ind) = rrm-program
                   move mark-ind to hit-ind
               end-if
           end-perform
           if hit-ind not = 0
               move "Y" to rrm-was-marked
           end-if

           evaluate true
               when rrm-action-mark
                   perform mark-the-program
               when rrm-action-clear
                   if hit-ind not = 0
                       move "N" to mr-live(hit-ind)
                       set marks-changed to true
                   end-if
               when other
                   continue
           end-evaluate

           if marks-changed
               perform write-the-marks
           end-if
           goback.

      *---------------------------------------------------------------*

       load-the-marks section.

           move 0 to mark-count
           open input rerun-file
           if rerun-file-not-found
               continue
           else
               perform until rerun-file-eof
                   read rerun-file
                       at end
                           set rerun-file-eof to true
                       not at end
                           if mark-count < max-reruns
                               add 1 to mark-count
                               move rrn-event   to mr-event(mark-count)
                               move rrn-program to
                                               mr-program(mark-count)
                               move rrn-date    to mr-date(mark-count)
                               move rrn-reason  to mr-reason(mark-count)
                               move "Y"         to mr-live(mark-count)
                           end-if
                   end-read
               end-perform
               close rerun-file
           end-if
           move "00" to rerun-file-status.

      *---------------------------------------------------------------*

       mark-the-program section.

           accept today-date from date yyyymmdd
           if hit-ind = 0
               if mark-count < max-reruns
                   add 1 to mark-count
                   move mark-count to hit-ind
                   move rrm-event   to mr-event(hit-ind)
                   move rrm-program to mr-program(hit-ind)
                   move "Y"         to mr-live(hit-ind)
               end-if
           end-if
           if hit-ind not = 0
               move today-date to mr-date(hit-ind)
               move rrm-reason to mr-reason(hit-ind)
               set marks-changed to true
           end-if.

      *---------------------------------------------------------------*

       write-the-marks section.

           open output rerun-file
           perform varying mark-ind from 1 by 1
                              until mark-ind > mark-count
               if mr-live(mark-ind) = "Y"
                   move spaces              to rerun-record
                   move mr-event(mark-ind)   to rrn-event
                   move mr-program(mark-ind) to rrn-program
                   move mr-date(mark-ind)    to rrn-date
                   move mr-reason(mark-ind)  to rrn-reason
                   write rerun-record
               end-if
           end-perform
           close rerun-file.
