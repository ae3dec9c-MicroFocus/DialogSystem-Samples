      *                   a word) and land on its page
      *        G          push the open report onto the prtspool.dat
      *                   queue as a waiting job for the despatcher
      *        H nnnn     list the archived generations of report
      *                   nnnn from the list, newest first - every
      *                   night's copy the Custrarc step filed on the
      *                   report archive catalogue rptarch.cat (see
      *                   RPTCAT.CPY), with its run date, run id and
      *                   pages
      *        A nnnn     open generation nnnn of that history in
      *                   place of the report, to page and search as
      *                   any other
      *        C          compare the open generation's totals line
      *                   with the generation before it: both lines,
      *                   then each figure on them, the earlier, the
      *                   later and the change
      *        Q          leave
      *    Pages honour the page-break rule lines the report
      *    programs print (a line of "=" starts a new page) and
           organization is line sequential
           file status is spool-file-status.

           select catalogue-file assign "rptarch.cat"
           organization is line sequential
           file status is catalogue-file-status.

       data division.
       file section.
       fd  list-file.
       fd  spool-file.
           copy "SPOOLREC.CPY".

       fd  catalogue-file.
           copy "RPTCAT.CPY".

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       78  max-known-reports           value 50.
       78  max-report-lines            value 5000.
       78  screen-page-lines           value 20.
       78  max-generations             value 100.
       78  max-figures                 value 10.

       77  list-file-status            pic x(2).
          88  list-file-eof               value "10".
       77  spool-file-status           pic x(2).
          88  spool-file-eof              value "10".
          88  spool-file-not-found        value "35".
       77  catalogue-file-status       pic x(2).
          88  catalogue-file-eof          value "10".
          88  catalogue-file-not-found    value "35".

       01  report-file-name            pic x(64).

       77  known-ind                   pic 9(4) comp.
       77  known-count                 pic 9(4) comp value 0.
       77  next-job-no                 pic 9(6).
       77  spool-count                 pic 9(4) comp.

      *   the generations of one report, oldest first as catalogued
      *   - numbered to the operator newest first
       01  history-report              pic x(8).
       77  gen-ind                     pic 9(4) comp.
       77  gen-count                   pic 9(4) comp value 0.
       77  gen-no                      pic 9(4).
       77  open-gen                    pic 9(4) comp value 0.
       77  prev-gen                    pic 9(4) comp.
       01  generations.
           03  generation-entry occurs max-generations.
               05  gn-run-date         pic 9(8).
               05  gn-run-id           pic 9(8).
               05  gn-pages            pic 9(5).
               05  gn-status           pic x.
               05  gn-gen-file         pic x(64).
               05  gn-totals           pic x(132).

      *   the figures read off a totals line, in the order printed
       01  figure-text                 pic x(132).
       77  figure-count                pic 9(2) comp.
       01  figures.
           03  figure-value occurs max-figures
                                       pic s9(13)v99.
       77  this-count                  pic 9(2) comp.
       01  this-figures.
           03  this-value occurs max-figures
                                       pic s9(13)v99.
       77  fig-ind                     pic 9(2) comp.
       77  figure-digits               pic 9(15).
       77  figure-places               pic 9(2) comp.
       01  in-figure-sw                pic x.
          88  in-figure                   value "Y".
       01  after-point-sw              pic x.
          88  after-point                 value "Y".
       01  figure-minus-sw             pic x.
          88  figure-minus                value "Y".
       01  figure-change               pic s9(13)v99.
       01  figure-edit-1               pic -(12)9.99.
       01  figure-edit-2               pic -(12)9.99.
       01  figure-edit-3               pic -(12)9.99.

       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RPTVIEW: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform load-the-report-list
           perform work-one-action until all-done
           goback.

      *----------------------------------------------------------------

       work-one-action section.

           display "ACTION (L / O nnnn / N / P nnnn / S text / G "
                   "/ H nnnn / A nnnn / C / Q): " with no advancing
           accept answer-line
           move answer-line(1:1) to answer-action
           move answer-line(3:38) to answer-rest
                   perform search-for-text
               when "G" when "g"
                   perform push-to-the-spool
               when "H" when "h"
                   perform list-the-generations
               when "A" when "a"
                   perform open-a-generation
               when "C" when "c"
                   perform compare-the-totals
               when other
                   continue
           end-evaluate.
               display "NO SUCH REPORT ON THE LIST"
           else
               move known-report(answer-number) to report-file-name
               move 0 to open-gen
               perform load-the-report
           end-if.

           if not report-open
               display "OPEN A REPORT FIRST"
           else
               if report-file-name(41:24) not = spaces
                   display "NAME TOO LONG FOR THE SPOOL - "
                           report-file-name
               else
                   move 0 to next-job-no
                   move 0 to spool-count
                   open input spool-file
                   if spool-file-not-found
                       continue
                   else
                       perform until spool-file-eof
                           read spool-file
                               at end
                                   set spool-file-eof to true
                               not at end
                                   add 1 to spool-count
                                   if spool-job-no > next-job-no
                                       move spool-job-no to next-job-no
                                   end-if
                           end-read
                       end-perform
                       close spool-file
                       move "00" to spool-file-status
                   end-if

                   open extend spool-file
                   if spool-file-not-found
                       open output spool-file
                       close spool-file
                       open extend spool-file
                   end-if
                   initialize spool-record
                   add 1 to next-job-no
                   move next-job-no to spool-job-no
                   move "W" to spool-status
                   accept spool-date from date yyyymmdd
                   accept spool-time from time
                   move rts-operator-id to spool-operator
                   move report-file-name to spool-document
                   move 0 to spool-tries
                   write spool-record
                   close spool-file
                   move "00" to spool-file-status
                   display report-file-name " QUEUED AS JOB "
                           next-job-no
               end-if
           end-if.

      *----------------------------------------------------------------

       list-the-generations section.

      *   report nnnn's name on the catalogue is its file name up to
      *   the ".", as the archive step filed it.

           if answer-number = 0 or answer-number > known-count
               display "NO SUCH REPORT ON THE LIST"
           else
               move spaces to history-report
               unstring known-report(answer-number) delimited by "."
                   into history-report
               end-unstring
               perform load-the-generations
               if gen-count = 0
                   display "NO GENERATIONS ON FILE FOR "
                           history-report
               else
                   display "GENERATIONS OF " history-report
                           " - NEWEST FIRST"
                   perform varying gen-no from 1 by 1
                                      until gen-no > gen-count
                       compute gen-ind = gen-count - gen-no + 1
                       if gn-status(gen-ind) = "R"
                           display gen-no " " gn-run-date(gen-ind)
                                   " RUN " gn-run-id(gen-ind)
                                   " RETIRED"
                       else
                           display gen-no " " gn-run-date(gen-ind)
                                   " RUN " gn-run-id(gen-ind)
                                   " " gn-pages(gen-ind) " PAGES"
                       end-if
                   end-perform
               end-if
           end-if.

      *----------------------------------------------------------------

       load-the-generations section.

      *   past max-generations the oldest drop off the front, so
      *   the table always holds the most recent.

           move 0 to gen-count
           move 0 to open-gen
           open input catalogue-file
           if not catalogue-file-not-found
               perform until catalogue-file-eof
                   read catalogue-file
                       at end
                           set catalogue-file-eof to true
                       not at end
                           if rct-report = history-report
                               perform keep-one-generation
                           end-if
                   end-read
               end-perform
               close catalogue-file
           end-if
           move "00" to catalogue-file-status.

      *----------------------------------------------------------------

       keep-one-generation section.

           if gen-count = max-generations
               perform varying gen-ind from 2 by 1
                                  until gen-ind > max-generations
                   move generation-entry(gen-ind)
                                   to generation-entry(gen-ind - 1)
               end-perform
           else
               add 1 to gen-count
           end-if
           move rct-run-date to gn-run-date(gen-count)
           move rct-run-id   to gn-run-id(gen-count)
           move rct-pages    to gn-pages(gen-count)
           move rct-status   to gn-status(gen-count)
           move rct-gen-file to gn-gen-file(gen-count)
           move rct-totals   to gn-totals(gen-count).

      *----------------------------------------------------------------

       open-a-generation section.

           if gen-count = 0
               display "LIST A REPORT'S GENERATIONS FIRST (H nnnn)"
           else
               if answer-number = 0 or answer-number > gen-count
                   display "NO SUCH GENERATION ON THE LIST"
               else
                   compute gen-ind = gen-count - answer-number + 1
                   if gn-status(gen-ind) = "R"
                       display "GENERATION " answer-number
                               " HAS BEEN RETIRED"
                   else
                       move gn-gen-file(gen-ind) to report-file-name
                       perform load-the-report
                       if report-open
                           move gen-ind to open-gen
                       else
                           move 0 to open-gen
                       end-if
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------

       compare-the-totals section.

      *   the generation before is the next older one catalogued,
      *   retired or not - its totals line is still on the
      *   catalogue after the file has gone.

           if open-gen = 0
               display "OPEN A GENERATION FIRST (H nnnn, A nnnn)"
           else
               if open-gen = 1
                   display "NO EARLIER GENERATION ON FILE"
               else
                   compute prev-gen = open-gen - 1
                   display "THIS " gn-run-date(open-gen) ": "
                           gn-totals(open-gen)(1:64)
                   display "LAST " gn-run-date(prev-gen) ": "
                           gn-totals(prev-gen)(1:64)
                   move gn-totals(open-gen) to figure-text
                   perform read-the-figures
                   move figure-count to this-count
                   move figures to this-figures
                   move gn-totals(prev-gen) to figure-text
                   perform read-the-figures
                   if this-count not = figure-count
                       display "THE TOTALS LINES DO NOT MATCH FIGURE "
                               "FOR FIGURE"
                   end-if
                   perform varying fig-ind from 1 by 1
                                      until fig-ind > this-count
                                         or fig-ind > figure-count
                       perform show-one-change
                   end-perform
               end-if
           end-if.

      *----------------------------------------------------------------

       show-one-change section.

           compute figure-change = this-value(fig-ind)
                                 - figure-value(fig-ind)
           move figure-value(fig-ind) to figure-edit-1
           move this-value(fig-ind) to figure-edit-2
           move figure-change to figure-edit-3
           display "FIGURE " fig-ind ": " figure-edit-1 " -> "
                   figure-edit-2 " CHANGE " figure-edit-3.

      *----------------------------------------------------------------

       read-the-figures section.

      *   a figure is a run of digits, with "," between thousands
      *   and one "." before the pence; a "-" in front or behind it,
      *   or a "CR" after it, makes it a minus figure.

           move 0 to figure-count
           move "N" to in-figure-sw
           perform varying scan-ind from 1 by 1 until scan-ind > 132
               move figure-text(scan-ind:1) to digit-cell-x
               evaluate true
                   when digit-cell-x numeric
                       if not in-figure
                           perform start-a-figure
                       end-if
                       compute figure-digits = figure-digits * 10
                                             + digit-cell
                       if after-point
                           add 1 to figure-places
                       end-if
                   when in-figure
                    and (digit-cell-x = "," or digit-cell-x = ".")
                    and scan-ind < 132
                    and figure-text(scan-ind + 1:1) numeric
                       if digit-cell-x = "."
                           set after-point to true
                       end-if
                   when in-figure
                       if digit-cell-x = "-"
                          or figure-text(scan-ind:2) = "CR"
                           set figure-minus to true
                       end-if
                       perform end-a-figure
                   when other
                       continue
               end-evaluate
           end-perform
           if in-figure
               perform end-a-figure
           end-if.

      *----------------------------------------------------------------

       start-a-figure section.

           set in-figure to true
           move "N" to after-point-sw
           move "N" to figure-minus-sw
           move 0 to figure-digits
           move 0 to figure-places
           if scan-ind > 1
               if figure-text(scan-ind - 1:1) = "-"
                   set figure-minus to true
               end-if
           end-if.

      *----------------------------------------------------------------

       end-a-figure section.

           move "N" to in-figure-sw
           if figure-count < max-figures
               add 1 to figure-count
               move figure-digits to figure-value(figure-count)
               perform figure-places times
                   divide 10 into figure-value(figure-count)
               end-perform
               if figure-minus
                   compute figure-value(figure-count) =
                           0 - figure-value(figure-count)
               end-if
           end-if.
