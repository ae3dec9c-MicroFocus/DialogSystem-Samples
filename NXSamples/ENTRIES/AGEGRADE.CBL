      *    under it - a 60-year-old's run finally compared fairly
      *    with a 25-year-old's.  The report, ranked by percentage
      *    with the raw positions alongside, goes to agegrade.prt.
      *    The date of birth and gender come from the competitor
      *    register by the runner id on the result (see
      *    RUNNERREC.CPY) - one date of birth per person, however
      *    many entries they have made - so a veteran or junior
      *    whose gender is on the register is graded on the right
      *    column too; the entry's own date of birth stands in for
      *    a result with no id or a register row without one.
      *    A disqualified finisher (see RESULTREC.CPY) is not
      *    graded.  The event comes from RACE-EVENT as usual.
      *    Each graded finisher's percentage is also kept, by bib
      *    code, on the event's own agegrade.NN.dat (NN the event
      *    id), written afresh each run, for race-resmail to put on
      *    the finisher's result page.
      *---------------------------------------------------------------*

       environment division.
           select report-file assign "agegrade.prt"
           organization is line sequential.

           select grade-file assign dynamic grade-file-name
           organization is line sequential.


       data division.

       fd  report-file.
       01  report-line                 pic x(90).

       fd  grade-file.
           copy "AGEGRADE.CPY".

       working-storage section.

       78  max-graded                  value 2000.
       01  graded-table.
           03  graded-entry occurs max-graded.
               05  gt-code             pic x(3).
               05  gt-runner           pic 9(6).
               05  gt-name             pic x(15).
               05  gt-club             pic x(30).
               05  gt-age              pic 9(2).
       77  percent-wrk                 pic 9(3)v9 comp.
       01  race-date                   pic 9(8) value 0.
       01  hold-dob                    pic 9(8).
       01  hold-gender                 pic x.

      *   the competitor register - see RUNLOOK.CPY
           copy "RUNLOOK.CPY".

       01  time-split.
           03  ts-hh                   pic 9(2).
       01  digit-cell                  pic 9.
       01  digit-cell-x redefines digit-cell pic x.

       01  grade-file-name             pic x(20).

       01  heading-line.
           03  filler                  pic x(27) value
               "AGE-GRADED RESULTS - EVENT ".
           03  heading-event           pic 9(2).

       01  column-line.
           03  filler                  pic x(54) value
           "RANK  PCT    CODE NAME            AGE  TIME    RAW POS".
           03  filler                  pic x(16) value "  RUNNER".

       01  detail-line.
           03  det-rank                pic zzz9.
           03  det-time                pic 9(6).
           03  filler                  pic x(2) value space.
           03  det-raw-pos             pic zzz9.
           03  filler                  pic x(2) value space.
           03  det-runner              pic 9(6).


       procedure division.
                           if result-event not = chosen-event
                               move "Y" to result-scan-done-sw
                           else
                               if not result-disqualified
                                   perform grade-one-finisher
                               end-if
                           end-if
                   end-read
               end-perform
               add 1 to ungraded-count
           else
               perform find-entry-dob
               perform find-register-dob
               if hold-dob = 0
                   add 1 to ungraded-count
               else
                   compute age-on-day =
               end-read
           end-perform.

      *---------------------------------------------------------------*

       find-register-dob section.

           move space to hold-gender
           if result-runner not numeric
               move 0 to result-runner
           end-if
           if result-runner not = 0
               set rlk-action-find to true
               move result-runner to rlk-runner-id
               call "race-runlook" using runner-look
               if rlk-found-one
                   move rlk-gender to hold-gender
                   if rlk-dob not = 0
                       move rlk-dob to hold-dob
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       look-up-factor section.

      *   the register's gender picks the column; without one,
      *   category 2 grades on the female column and everything
      *   else gradeable on the male column.  an age off the table
      *   means no factor and no grading.

           move 0 to this-factor
           perform varying fac-ind from 1 by 1
                              until fac-ind > fac-count
               if ft-age(fac-ind) = age-on-day
                   if hold-gender = "F"
                      or (hold-gender = space and result-male = 2)
                       move ft-female(fac-ind) to this-factor
                   else
                       move ft-male(fac-ind) to this-factor
                   add 1 to graded-count
               end-if
               move result-code     to gt-code(slot-ind)
               move result-runner   to gt-runner(slot-ind)
               move result-name     to gt-name(slot-ind)
               move result-club     to gt-club(slot-ind)
               move age-on-day      to gt-age(slot-ind)
           if graded-count not = 0
               move gt-graded-secs(1) to best-graded
           end-if
           move spaces to grade-file-name
           string "agegrade." chosen-event ".dat"
               delimited by size into grade-file-name
           open output grade-file

           perform varying graded-ind from 1 by 1
                              until graded-ind > graded-count
               move gt-age(graded-ind)  to det-age
               move gt-raw-time(graded-ind) to det-time
               move gt-raw-pos(graded-ind)  to det-raw-pos
               move gt-runner(graded-ind)   to det-runner
               write report-line from detail-line
               move spaces              to grade-record
               move chosen-event        to agr-event
               move gt-code(graded-ind) to agr-code
               move percent-wrk         to agr-pct
               write grade-record
           end-perform
           close grade-file.

      *---------------------------------------------------------------*

