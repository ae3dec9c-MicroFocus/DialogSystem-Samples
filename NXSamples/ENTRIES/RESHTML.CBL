      *        clEEnn.htm   one page per club, numbered in first-
      *                     finisher order, the club's name in the
      *                     banner
      *        spEEccc.htm  one page per finisher with bib code ccc -
      *                     their split and pace breakdown, mat by
      *                     mat - written when the course file
      *                     course.dat lays mats before the finish
      *                     (see COURSEREC.CPY); each finisher's
      *                     name links to it from the other pages
      *    A disqualified finisher (see RESULTREC.CPY) is listed after
      *    the placed ones, marked DQ.  Running the pages clears the
      *    re-run mark race-protest leaves for the event.
      *    EE is the two-digit event id; every page carries the
      *    event's name and date from events.dat in its banner and
      *    links back to the overall page - drop the lot on the club
           access is dynamic
           file status is event-file-status.

           select course-file assign "course.dat"
           organization is line sequential
           file status is course-file-status.

           select split-file assign "splits.dat"
           organization is indexed
           record key is split-key
           access is dynamic
           file status is split-file-status.

           select html-file assign dynamic html-file-name
           organization is line sequential.

       fd  event-file.
           copy "EVENTREC.CPY".

       fd  course-file.
           copy "COURSEREC.CPY".

       fd  split-file.
           copy "SPLITREC.CPY".

       fd  html-file.
       01  html-line                   pic x(120).


       78  max-finishers               value 2000.
       78  max-clubs                   value 100.
       78  max-course-points           value 9.

      *   the mark race-protest leaves when this event's results
      *   change after a run - cleared once run again
           copy "RERUN.CPY".

       77  result-file-status          pic x(2).
          88  result-file-not-found       value "35".
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".
       77  course-file-status          pic x(2).
          88  course-file-eof             value "10".
          88  course-file-not-found       value "35".
       77  split-file-status           pic x(2).
          88  split-file-not-found        value "35".

       77  fin-ind                     pic 9(4) comp.
       77  fin-count                   pic 9(4) comp value 0.
       77  this-club-ind               pic 9(4) comp.
       77  cat-ind                     pic 9(1).
       77  page-count                  pic 9(4) value 0.
       77  pt-ind                      pic 9(1).
       77  finish-order                pic 9(1) value 0.
       77  prev-secs                   pic s9(7) comp.
       77  prev-metres                 pic s9(7) comp.
       77  this-secs                   pic s9(7) comp.
       77  this-metres                 pic s9(7) comp.
       77  clock-secs                  pic s9(7) comp.
       77  pace-secs                   pic s9(7) comp.
       77  secs-left                   pic s9(7) comp.

       01  finisher-table.
           03  finisher-entry occurs max-finishers.
               05  fn-position         pic 9(4).
               05  fn-rank             pic 9(5).
               05  fn-code             pic x(3).
               05  fn-name             pic x(15).
               05  fn-club             pic x(30).
           03  club-entry occurs max-clubs.
               05  cb-club             pic x(30).

      *   the event's timing points, held by their order on the
      *   course
       01  course-table.
           03  course-point occurs max-course-points.
               05  cp-present          pic x.
               05  cp-point            pic x(8).
               05  cp-metres           pic 9(6).

       01  time-split.
           03  ts-hh                   pic 9(2).
           03  ts-mm                   pic 9(2).
           03  ts-ss                   pic 9(2).

       01  clock-edit.
           03  ce-hh                   pic 99.
           03  filler                  pic x value ":".
           03  ce-mm                   pic 99.
           03  filler                  pic x value ":".
           03  ce-ss                   pic 99.
       01  leg-edit                    pic x(8).
       01  time-edit                   pic x(8).
       01  pace-edit.
           03  pe-min                  pic z9.
           03  filler                  pic x value ":".
           03  pe-sec                  pic 99.
       01  leg-pace-edit               pic x(5).
       01  km-edit                     pic zz9.9.
       01  km-wrk                      pic 9(3)v9.

       01  splits-wanted-sw            pic x value "N".
          88  splits-wanted               value "Y".
       01  runner-page-name            pic x(12).

       01  this-rank                   pic 9(5).
       01  pos-cell                    pic x(4).

       01  html-file-name              pic x(12).
       01  overall-name                pic x(12).
       01  page-title                  pic x(40).
           if fin-count = 0
               display "RACE-RESHTML: NO RESULTS FOR THE EVENT"
           else
               perform load-the-course
               perform gather-the-clubs
               perform write-overall-page
               perform varying cat-ind from 1 by 1 until cat-ind > 5
                                  until club-ind > club-count
                   perform write-club-page
               end-perform
               if splits-wanted
                   perform varying fin-ind from 1 by 1
                                      until fin-ind > fin-count
                       perform write-runner-page
                   end-perform
                   close split-file
               end-if
           end-if
           perform program-terminate.


       place-one-finisher section.

      *   a disqualified finisher has no position and is listed
      *   after every placed one, marked DQ.

           if result-disqualified
               move 99999 to this-rank
           else
               move result-position to this-rank
           end-if
           if fin-count < max-finishers
               move 0 to slot-ind
               perform varying fin-ind from 1 by 1
                                  until fin-ind > fin-count
                                     or slot-ind not = 0
                   if fn-rank(fin-ind) > this-rank
                       move fin-ind to slot-ind
                   end-if
               end-perform
                   add 1 to fin-count
               end-if
               move result-position to fn-position(slot-ind)
               move this-rank       to fn-rank(slot-ind)
               move result-code     to fn-code(slot-ind)
               move result-name     to fn-name(slot-ind)
               move result-club     to fn-club(slot-ind)
               move result-time     to fn-time(slot-ind)
           end-if.

      *---------------------------------------------------------------*

       load-the-course section.

      *   the runner pages are only worth writing when the course
      *   lays a mat before the finish and there are splits to show.

           move 0 to finish-order
           perform varying pt-ind from 1 by 1
                              until pt-ind > max-course-points
               move "N" to cp-present(pt-ind)
           end-perform
           open input course-file
           if course-file-not-found
               continue
           else
               perform until course-file-eof
                   read course-file
                       at end
                           set course-file-eof to true
                       not at end
                           if cpt-event = chosen-event
                              and cpt-order numeric
                              and cpt-order > 0
                               move cpt-order to pt-ind
                               move "Y" to cp-present(pt-ind)
                               move cpt-point to cp-point(pt-ind)
                               move cpt-metres to cp-metres(pt-ind)
                               if cpt-order > finish-order
                                   move cpt-order to finish-order
                               end-if
                           end-if
                   end-read
               end-perform
               close course-file
           end-if
           if finish-order > 1
               open input split-file
               if not split-file-not-found
                   set splits-wanted to true
               end-if
           end-if.

      *---------------------------------------------------------------*

       gather-the-clubs section.

       write-page-head section.

           perform write-page-banner
           move "<table border=1>" to html-line
           write html-line
           move "<tr><th>Pos</th><th>No</th><th>Name</th>"
                                                   to html-line
           write html-line
           move "<th>Club</th><th>Time</th></tr>" to html-line
           write html-line.

      *---------------------------------------------------------------*

       write-page-banner section.

           add 1 to page-count
           move "<html><head><title>Race results</title></head>"
                                                   to html-line
           string "<p><a href=" quote overall-name quote
                  ">Overall results</a></p>"
               delimited by size into html-line
           write html-line.

      *---------------------------------------------------------------*

           move "<tr>" to html-line
           write html-line
           if fn-position(fin-ind) = 0
               move "DQ" to pos-cell
           else
               move fn-position(fin-ind) to pos-cell
           end-if
           move spaces to html-line
           if splits-wanted
               perform name-the-runner-page
               string "<td>" pos-cell "</td><td>"
                      fn-code(fin-ind) "</td><td><a href=" quote
                      runner-page-name quote ">" fn-name(fin-ind)
                      "</a></td>" delimited by size into html-line
           else
               string "<td>" pos-cell "</td><td>"
                      fn-code(fin-ind) "</td><td>" fn-name(fin-ind)
                      "</td>" delimited by size into html-line
           end-if
           write html-line
           move spaces to html-line
           string "<td>" fn-club(fin-ind) "</td><td>"
           perform write-page-foot
           close html-file.

      *---------------------------------------------------------------*

       name-the-runner-page section.

           move spaces to runner-page-name
           string "sp" chosen-event fn-code(fin-ind) ".htm"
               delimited by size into runner-page-name.

      *---------------------------------------------------------------*

       write-runner-page section.

      *   one row per mat in course order, then the finish: the time
      *   at the mat, the leg since the last mat the runner was read
      *   at, the pace over that leg and the average pace from the
      *   start.  A mat with no read shows as not read.

           perform name-the-runner-page
           move runner-page-name to html-file-name
           open output html-file
           move spaces to page-title
           string fn-name(fin-ind) " - " fn-club(fin-ind)
               delimited by size into page-title
           perform write-page-banner
           move "<table border=1>" to html-line
           write html-line
           move "<tr><th>Point</th><th>Km</th><th>Time</th>"
                                                   to html-line
           write html-line
           move "<th>Leg</th><th>Leg pace</th><th>Average pace</th>"
                                                   to html-line
           write html-line
           move "</tr>" to html-line
           write html-line

           move 0 to prev-secs
           move 0 to prev-metres
           perform varying pt-ind from 1 by 1
                              until pt-ind not < finish-order
               if cp-present(pt-ind) = "Y"
                   move chosen-event to split-event
                   move fn-code(fin-ind) to split-code
                   move pt-ind to split-order
                   read split-file
                       invalid key
                           perform write-missed-point-row
                       not invalid key
                           move split-chip-time to time-split
                           perform write-split-row
                   end-read
               end-if
           end-perform
           move finish-order to pt-ind
           move fn-time(fin-ind) to time-split
           perform write-split-row

           perform write-page-foot
           close html-file.

      *---------------------------------------------------------------*

       write-missed-point-row section.

           compute km-wrk rounded = cp-metres(pt-ind) / 1000
           move km-wrk to km-edit
           move spaces to html-line
           string "<tr><td>" cp-point(pt-ind) "</td><td>" km-edit
                  "</td><td>not read</td><td></td><td></td>"
                  "<td></td></tr>" delimited by size into html-line
           write html-line.

      *---------------------------------------------------------------*

       write-split-row section.

      *   time-split holds the time at point pt-ind.

           compute this-secs = ts-hh * 3600 + ts-mm * 60 + ts-ss
           move cp-metres(pt-ind) to this-metres
           compute km-wrk rounded = this-metres / 1000
           move km-wrk to km-edit

           move this-secs to clock-secs
           perform edit-the-clock
           move clock-edit to time-edit
           compute clock-secs = this-secs - prev-secs
           perform edit-the-clock
           move clock-edit to leg-edit

           move spaces to leg-pace-edit
           if this-metres > prev-metres
               compute pace-secs rounded = (this-secs - prev-secs)
                                  * 1000 / (this-metres - prev-metres)
               perform edit-the-pace
               move pace-edit to leg-pace-edit
           end-if
           move spaces to html-line
           string "<tr><td>" cp-point(pt-ind) "</td><td>" km-edit
                  "</td><td>" time-edit "</td><td>" leg-edit
                  "</td><td>" leg-pace-edit "</td>"
               delimited by size into html-line
           write html-line

           move spaces to html-line
           if this-metres > 0
               compute pace-secs rounded =
                       this-secs * 1000 / this-metres
               perform edit-the-pace
               string "<td>" pace-edit "</td></tr>"
                   delimited by size into html-line
           else
               move "<td></td></tr>" to html-line
           end-if
           write html-line
           move this-secs to prev-secs
           move this-metres to prev-metres.

      *---------------------------------------------------------------*

       edit-the-clock section.

           if clock-secs < 0
               move 0 to clock-secs
           end-if
           divide clock-secs by 3600 giving ce-hh
                                   remainder secs-left
           divide secs-left by 60 giving ce-mm
                                   remainder ce-ss.

      *---------------------------------------------------------------*

       edit-the-pace section.

           if pace-secs > 5999
               move 5999 to pace-secs
           end-if
           divide pace-secs by 60 giving pe-min
                                  remainder pe-sec.

      *---------------------------------------------------------------*

       get-selected-event section.
           display "RESULT PAGES WRITTEN: " page-count
           if not result-file-not-found
               close result-file
               perform clear-rerun-mark
           end-if
           goback.

      *---------------------------------------------------------------*

       clear-rerun-mark section.

           set rrm-action-clear to true
           move chosen-event to rrm-event
           move "RESHTML" to rrm-program
           call "race-rerun" using rerun-mark.
