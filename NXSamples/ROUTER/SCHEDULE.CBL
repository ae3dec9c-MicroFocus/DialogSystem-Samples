
      *----------------------------------------------------------------
      *    Batch-window scheduler.  Runs the nightly sequence from
      *    the job-definition file SCHEDJOB.DAT, one line per step:
      *        cols  1-2   step number
      *        cols  4-11  program name
      *        col  13     run rule - D (or blank) every night,
      *                    B business days only, M the last business
      *                    day of the month, Q the last business day
      *                    of a quarter, N a named day of the week,
      *                    G every night as a gate - when it does
      *                    not end cleanly every step after it is
      *                    held (the readiness check CUSTRDY.CBL
      *                    runs first as one, so a window that
      *                    cannot finish never starts)
      *        cols 15-17  the named day for rule N (MON ... SUN)
      *        cols 19-32  up to five step numbers this step depends
      *                    on, two digits and a space each
      *    so a line from before the rules were added still reads as
      *    an every-night step with nothing to wait for.  The file
      *    may hold up to Max-Steps lines; a longer one is refused
      *    whole (TOO MANY STEPS on the report, RETURN-CODE 8) rather
      *    than run without its last steps.  Business
      *    days come from the shared business calendar check (see
      *    CALCHECK.CPY - weekends and buscal.dat's closed dates)
      *    and the day arithmetic from the shared date service (see
      *    DATECALC.CPY).  Each step is CALLed in order and its
      *    outcome recorded:
      *        OK        ran and ended with a zero RETURN-CODE
      *        FAILED    could not be called, ended non-zero, or has
      *                  a run rule the scheduler does not know
      *        NOT DUE   passed over by its run rule tonight
      *        HELD      a step it depends on failed, was itself
      *                  held, or has not run - a step that was not
      *                  due does not hold anything - or a gate
      *                  step before it failed (WINDOW NOT READY)
      *        DONE      already done in the run being resumed
      *    A failure no longer stops the window: a step that does
      *    not depend on the failed one still runs.  Whatever is
      *    left owing - failed and held steps, and while a step is
      *    running that step and all after it - is kept in the
      *    status file SCHEDSTA.DAT with the business date of the
      *    window, the same leave-a-marker idea ROUTER.CBL's
      *    Write-Checkpoint uses for screens.  The next run finds the
      *    marker, judges the run rules against that date rather
      *    than the clock's (so a month-end step that failed on the
      *    31st is still due when it is put right on the 1st) and
      *    runs only the steps owing, so nothing that completed runs
      *    twice.  A window that owes nothing removes the marker.
      *    Every run appends a morning summary to SCHEDRPT.PRT: each
      *    step with its outcome and start and end times, then the
      *    counts ran, failed, held by dependency and not due by
      *    rule shown separately.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           03  Job-Step-No            PIC 9(2).
           03  FILLER                 PIC X(1).
           03  Job-Program            PIC X(8).
           03  FILLER                 PIC X(1).
           03  Job-Run-Rule           PIC X(1).
           03  FILLER                 PIC X(1).
           03  Job-Rule-Day           PIC X(3).
           03  FILLER                 PIC X(1).
           03  Job-Depends OCCURS 5.
               05  Job-Dep-Step       PIC X(2).
               05  FILLER             PIC X(1).

       FD  Status-File.
       01  Status-Record.
           03  Sta-Step-No            PIC 9(2).
           03  FILLER                 PIC X(1).
           03  Sta-Run-Date           PIC X(8).

       FD  Report-File.
       01  Report-Record              PIC X(80).

       WORKING-STORAGE SECTION.

       78  Max-Steps                  VALUE 60.
       78  Max-Depends                VALUE 5.

       78  Calendar-Check-Service     VALUE "calcheck".
           COPY "CALCHECK.CPY".
       78  Date-Calc-Service          VALUE "datecalc".
           COPY "DATECALC.CPY".

       01  Job-File-Status            PIC X(2).
           88 Job-File-Eof               VALUE "10".
           88 Job-File-Not-Found         VALUE "35".
       01  Status-File-Status         PIC X(2).
           88 Status-File-Ok             VALUE "00".
           88 Status-File-Eof            VALUE "10".
           88 Status-File-Not-Found      VALUE "35".
       01  Report-File-Status         PIC X(2).
           88 Report-File-Not-Found      VALUE "35".

       01  Step-Table.
           03 Step-Entry OCCURS Max-Steps.
              05 Stp-Step-No          PIC 9(2).
              05 Stp-Program          PIC X(8).
              05 Stp-Run-Rule         PIC X(1).
                 88 Stp-Rule-Daily       VALUE "D" " ".
                 88 Stp-Rule-Business    VALUE "B".
                 88 Stp-Rule-Month-End   VALUE "M".
                 88 Stp-Rule-Quarter-End VALUE "Q".
                 88 Stp-Rule-Named-Day   VALUE "N".
                 88 Stp-Rule-Gate        VALUE "G".
              05 Stp-Rule-Day         PIC X(3).
              05 Stp-Dep-Step         PIC 9(2) OCCURS Max-Depends.
              05 Stp-Owed-Sw          PIC X(1).
                 88 Stp-Owed             VALUE "Y".
              05 Stp-Outcome          PIC X(8).
                 88 Stp-Ok               VALUE "OK      ".
                 88 Stp-Failed           VALUE "FAILED  ".
                 88 Stp-Not-Due          VALUE "NOT DUE ".
                 88 Stp-Held             VALUE "HELD    ".
                 88 Stp-Done             VALUE "DONE    ".
                 88 Stp-Undecided        VALUE SPACES.
              05 Stp-Note             PIC X(16).
              05 Stp-Start-Time       PIC 9(8).
              05 Stp-End-Time         PIC 9(8).
       01  Step-Count                 PIC 9(2) COMP-5 VALUE 0.
       01  Step-Ind                   PIC 9(2) COMP-5.
       01  Dep-Ind                    PIC 9(2) COMP-5.
       01  Look-Ind                   PIC 9(2) COMP-5.
       01  Find-Ind                   PIC 9(2) COMP-5.
       01  Find-Step-No               PIC 9(2).
       01  Found-Ind                  PIC 9(2) COMP-5.
       01  Resume-Sw                  PIC X(1) VALUE "N".
           88 Resuming                   VALUE "Y".
       01  Call-Failed-Sw             PIC X(1).
       01  Due-Sw                     PIC X(1).
           88 Step-Due                   VALUE "Y".
       01  Clear-Sw                   PIC X(1).
           88 Dependencies-Clear         VALUE "Y".
       01  Window-Held-Sw             PIC X(1) VALUE "N".
           88 Window-Held                VALUE "Y".
       01  Held-By-Step               PIC 9(2).
       01  Too-Many-Steps-Sw          PIC X(1) VALUE "N".
           88 Too-Many-Steps             VALUE "Y".

       01  Window-Date                PIC 9(8).
       01  Window-Date-Split REDEFINES Window-Date.
           03 Window-Yyyy             PIC 9(4).
           03 Window-Mm               PIC 9(2).
           03 Window-Dd               PIC 9(2).
       01  Window-Day-Open-Sw         PIC X(1).
           88 Window-Day-Open            VALUE "Y".
       01  Window-Month-End-Sw        PIC X(1).
           88 Window-Month-End           VALUE "Y".
       01  Window-Day-Name            PIC X(3).
       01  Next-Open-Date             PIC 9(8).
       01  Next-Open-Split REDEFINES Next-Open-Date.
           03 Next-Open-Yyyy          PIC 9(4).
           03 Next-Open-Mm            PIC 9(2).
           03 Next-Open-Dd            PIC 9(2).
       01  Week-Quotient              PIC 9(9) COMP-5.
       01  Week-Remainder             PIC 9(1) COMP-5.

      *    day number nought (1 March of year nought - see
      *    DATECALC.CBL) was a Wednesday
       01  Day-Name-Values            PIC X(21) VALUE
           "WEDTHUFRISATSUNMONTUE".
       01  Day-Name-Table REDEFINES Day-Name-Values.
           03 Day-Name                PIC X(3) OCCURS 7.

       01  Ran-Count                  PIC 9(2) COMP-5 VALUE 0.
       01  Failed-Count               PIC 9(2) COMP-5 VALUE 0.
       01  Held-Count                 PIC 9(2) COMP-5 VALUE 0.
       01  Not-Due-Count              PIC 9(2) COMP-5 VALUE 0.
       01  Done-Count                 PIC 9(2) COMP-5 VALUE 0.

       01  Report-Heading.
           03 FILLER                  PIC X(24) VALUE
           03 Rpt-Date                PIC 9(8).
           03 FILLER                  PIC X(1) VALUE SPACE.
           03 Rpt-Time                PIC 9(8).
           03 FILLER                  PIC X(17) VALUE
              "  BUSINESS DATE  ".
           03 Rpt-Window-Date         PIC 9(8).

       01  Report-Detail.
           03 Rpt-Step                PIC Z9.
           03 Rpt-Start               PIC 9(8).
           03 FILLER                  PIC X(3) VALUE " - ".
           03 Rpt-End                 PIC 9(8).
           03 FILLER                  PIC X(2) VALUE SPACE.
           03 Rpt-Note                PIC X(16).

       01  Report-Count-Line.
           03 Rpt-Count-Label         PIC X(30).
           03 Rpt-Count               PIC Z9.

       PROCEDURE DIVISION.

               DISPLAY "SCHEDULER: NO SCHEDJOB.DAT STEPS TO RUN"
               STOP RUN
           END-IF
      *    A job file longer than the step table is never run cut
      *    short - the steps past the table would simply not happen
           IF Too-Many-Steps
               PERFORM Report-Too-Many-Steps
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Restart-Marker
           PERFORM Judge-Window-Date

           PERFORM VARYING Step-Ind FROM 1 BY 1
                 UNTIL Step-Ind > Step-Count
               EVALUATE TRUE
                   WHEN Resuming AND NOT Stp-Owed(Step-Ind)
                       MOVE "DONE    " TO Stp-Outcome(Step-Ind)
                   WHEN Window-Held
                       MOVE "HELD    " TO Stp-Outcome(Step-Ind)
                       MOVE "WINDOW NOT READY" TO Stp-Note(Step-Ind)
                       ADD 1 TO Held-Count
                   WHEN OTHER
                       PERFORM Judge-Step-Due
                       IF Step-Due
                           PERFORM Judge-Step-Dependencies
                           IF Dependencies-Clear
                               PERFORM Run-One-Step
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

      *    Step-Ind is past the last step now, so the marker holds
      *    just the failed and held steps
           PERFORM Write-Restart-Marker
           PERFORM Write-Morning-Summary

           IF Window-Held
               DISPLAY "SCHEDULER: WINDOW HELD - STEP " Held-By-Step
                       " FOUND IT NOT READY - PUT RIGHT AND RERUN"
           END-IF
           IF Failed-Count > 0 OR Held-Count > 0
               DISPLAY "SCHEDULER: STEPS FAILED OR HELD - "
                       "NEXT RUN PICKS THEM UP"
           ELSE
      *        Clean shutdown - remove the marker so the next run
      *        starts a fresh window
               PERFORM Delete-Restart-Marker
           END-IF
           STOP RUN.
               CONTINUE
           ELSE
               PERFORM UNTIL Job-File-Eof OR Step-Count = Max-Steps
                   MOVE SPACES TO Job-Record
                   READ Job-File
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Note-One-Step
                   END-READ
               END-PERFORM
               IF NOT Job-File-Eof
                   MOVE SPACES TO Job-Record
                   READ Job-File
                       AT END
                           CONTINUE
                       NOT AT END
                           SET Too-Many-Steps TO TRUE
                   END-READ
               END-IF
               CLOSE Job-File
           END-IF.

      *----------------------------------------------------------------
       Report-Too-Many-Steps.
           DISPLAY "SCHEDULER: TOO MANY STEPS - SCHEDJOB.DAT HOLDS "
                   "MORE THAN " Max-Steps " - WINDOW NOT RUN"
           OPEN EXTEND Report-File
           IF Report-File-Not-Found
               OPEN OUTPUT Report-File
               CLOSE Report-File
               OPEN EXTEND Report-File
           END-IF
           MOVE "SCHEDULER: TOO MANY STEPS ON SCHEDJOB.DAT - NOT RUN"
                TO Report-Record
           WRITE Report-Record
           CLOSE Report-File.

      *----------------------------------------------------------------
       Note-One-Step.
           ADD 1 TO Step-Count
           MOVE Job-Step-No  TO Stp-Step-No(Step-Count)
           MOVE Job-Program  TO Stp-Program(Step-Count)
           MOVE Job-Run-Rule TO Stp-Run-Rule(Step-Count)
           MOVE Job-Rule-Day TO Stp-Rule-Day(Step-Count)
           INSPECT Stp-Run-Rule(Step-Count)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT Stp-Rule-Day(Step-Count)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING Dep-Ind FROM 1 BY 1
                 UNTIL Dep-Ind > Max-Depends
               IF Job-Dep-Step(Dep-Ind) NUMERIC
                   MOVE Job-Dep-Step(Dep-Ind)
                            TO Stp-Dep-Step(Step-Count, Dep-Ind)
               ELSE
                   MOVE 0 TO Stp-Dep-Step(Step-Count, Dep-Ind)
               END-IF
           END-PERFORM
           MOVE "N" TO Stp-Owed-Sw(Step-Count)
           MOVE SPACES TO Stp-Outcome(Step-Count)
           MOVE SPACES TO Stp-Note(Step-Count)
           MOVE 0 TO Stp-Start-Time(Step-Count)
           MOVE 0 TO Stp-End-Time(Step-Count).

      *----------------------------------------------------------------
      *    A marker left by an unfinished window names the steps it
      *    still owes, one per line, and the window's business date
      *----------------------------------------------------------------
       Read-Restart-Marker.
           ACCEPT Window-Date FROM DATE YYYYMMDD
           OPEN INPUT Status-File
           IF Status-File-Ok
               PERFORM UNTIL Status-File-Eof
                   READ Status-File
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Note-One-Owed-Step
                   END-READ
               END-PERFORM
               CLOSE Status-File
           END-IF
           IF Resuming
               DISPLAY "SCHEDULER: RESUMING THE WINDOW FOR "
                       Window-Date
           END-IF.

      *----------------------------------------------------------------
       Note-One-Owed-Step.
      *    A marker from before the business date was kept has no
      *    date on it - the clock's date stands.
           MOVE Sta-Step-No TO Find-Step-No
           PERFORM Find-Step-By-Number
           IF Found-Ind NOT = 0
               SET Resuming TO TRUE
               SET Stp-Owed(Found-Ind) TO TRUE
               IF Sta-Run-Date NUMERIC
                   MOVE Sta-Run-Date TO Window-Date
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    The place in the table of step number Find-Step-No -
      *    nought if there is no such step
      *----------------------------------------------------------------
       Find-Step-By-Number.
           MOVE 0 TO Found-Ind
           IF Find-Step-No NOT = 0
               PERFORM VARYING Find-Ind FROM 1 BY 1
                     UNTIL Find-Ind > Step-Count OR Found-Ind NOT = 0
                   IF Stp-Step-No(Find-Ind) = Find-Step-No
                       MOVE Find-Ind TO Found-Ind
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      *    What the window's date is, once, for every step's rule:
      *    open for business or not, the last business day of its
      *    month or not, and its day of the week
      *----------------------------------------------------------------
       Judge-Window-Date.
           MOVE Window-Date TO Cal-Date
           CALL Calendar-Check-Service USING Cal-Check
           IF Cal-Day-Open
               SET Window-Day-Open TO TRUE
           ELSE
               MOVE "N" TO Window-Day-Open-Sw
           END-IF

           MOVE "N" TO Window-Month-End-Sw
           IF Window-Day-Open
               MOVE Window-Date TO Dtc-Date-1
               MOVE 1 TO Dtc-Days
               SET Dtc-Add-Business-Days TO TRUE
               CALL Date-Calc-Service USING Date-Calc
               MOVE Dtc-Date-2 TO Next-Open-Date
               IF Next-Open-Mm NOT = Window-Mm
                   SET Window-Month-End TO TRUE
               END-IF
           END-IF

           MOVE Window-Date TO Dtc-Date-1
           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
           DIVIDE Dtc-Days BY 7 GIVING Week-Quotient
                                REMAINDER Week-Remainder
           MOVE Day-Name(Week-Remainder + 1) TO Window-Day-Name.

      *----------------------------------------------------------------
       Judge-Step-Due.
           MOVE "N" TO Due-Sw
           EVALUATE TRUE
               WHEN Stp-Rule-Daily(Step-Ind)
               WHEN Stp-Rule-Gate(Step-Ind)
                   SET Step-Due TO TRUE
               WHEN Stp-Rule-Business(Step-Ind)
                   IF Window-Day-Open
                       SET Step-Due TO TRUE
                   END-IF
               WHEN Stp-Rule-Month-End(Step-Ind)
                   IF Window-Month-End
                       SET Step-Due TO TRUE
                   END-IF
               WHEN Stp-Rule-Quarter-End(Step-Ind)
                   IF Window-Month-End
                      AND (Window-Mm = 3 OR Window-Mm = 6
                           OR Window-Mm = 9 OR Window-Mm = 12)
                       SET Step-Due TO TRUE
                   END-IF
               WHEN Stp-Rule-Named-Day(Step-Ind)
                   IF Stp-Rule-Day(Step-Ind) = Window-Day-Name
                       SET Step-Due TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "FAILED  " TO Stp-Outcome(Step-Ind)
                   MOVE "UNKNOWN RUN RULE" TO Stp-Note(Step-Ind)
                   ADD 1 TO Failed-Count
           END-EVALUATE

           IF NOT Step-Due AND Stp-Undecided(Step-Ind)
               MOVE "NOT DUE " TO Stp-Outcome(Step-Ind)
               MOVE SPACES TO Stp-Note(Step-Ind)
               STRING "RULE "              DELIMITED BY SIZE
                      Stp-Run-Rule(Step-Ind) DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      Stp-Rule-Day(Step-Ind) DELIMITED BY SIZE
                   INTO Stp-Note(Step-Ind)
               END-STRING
               ADD 1 TO Not-Due-Count
           END-IF.

      *----------------------------------------------------------------
      *    Every step depended on has to have run cleanly tonight, or
      *    in the run being resumed, or not have been due at all
      *----------------------------------------------------------------
       Judge-Step-Dependencies.
           SET Dependencies-Clear TO TRUE
           PERFORM VARYING Look-Ind FROM 1 BY 1
                 UNTIL Look-Ind > Max-Depends
                       OR NOT Dependencies-Clear
               IF Stp-Dep-Step(Step-Ind, Look-Ind) NOT = 0
                   PERFORM Judge-One-Dependency
               END-IF
           END-PERFORM

           IF NOT Dependencies-Clear
               MOVE "HELD    " TO Stp-Outcome(Step-Ind)
               ADD 1 TO Held-Count
           END-IF.

      *----------------------------------------------------------------
       Judge-One-Dependency.
           MOVE Stp-Dep-Step(Step-Ind, Look-Ind) TO Find-Step-No
           PERFORM Find-Step-By-Number
           IF Found-Ind = 0
               MOVE "N" TO Clear-Sw
           ELSE
               IF NOT Stp-Ok(Found-Ind)
                  AND NOT Stp-Done(Found-Ind)
                  AND NOT Stp-Not-Due(Found-Ind)
                   MOVE "N" TO Clear-Sw
               END-IF
           END-IF
           IF NOT Dependencies-Clear
               MOVE SPACES TO Stp-Note(Step-Ind)
               STRING "AWAITS STEP "      DELIMITED BY SIZE
                      Stp-Dep-Step(Step-Ind, Look-Ind)
                                          DELIMITED BY SIZE
                   INTO Stp-Note(Step-Ind)
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      *    One line per step still owed: the failed and held steps
      *    so far, and every step from the one about to run onwards
      *----------------------------------------------------------------
       Write-Restart-Marker.
           OPEN OUTPUT Status-File
           PERFORM VARYING Look-Ind FROM 1 BY 1
                 UNTIL Look-Ind > Step-Count
               IF Stp-Failed(Look-Ind) OR Stp-Held(Look-Ind)
                  OR (Look-Ind >= Step-Ind
                      AND NOT Stp-Done(Look-Ind)
                      AND NOT Stp-Not-Due(Look-Ind))
                   MOVE SPACES TO Status-Record
                   MOVE Stp-Step-No(Look-Ind) TO Sta-Step-No
                   MOVE Window-Date TO Sta-Run-Date
                   WRITE Status-Record
               END-IF
           END-PERFORM
           CLOSE Status-File.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       Run-One-Step.
      *    The marker is written BEFORE the call, so a step that
      *    brings the whole run down still leaves itself and the
      *    steps after it owing for the resume.
           PERFORM Write-Restart-Marker
           ACCEPT Stp-Start-Time(Step-Ind) FROM TIME
           MOVE "N" TO Call-Failed-Sw

           IF Call-Failed-Sw = "Y" OR RETURN-CODE NOT = 0
               MOVE "FAILED  " TO Stp-Outcome(Step-Ind)
               ADD 1 TO Failed-Count
               MOVE 0 TO RETURN-CODE
               IF Stp-Rule-Gate(Step-Ind)
                   MOVE "NOT READY" TO Stp-Note(Step-Ind)
                   SET Window-Held TO TRUE
                   MOVE Stp-Step-No(Step-Ind) TO Held-By-Step
               END-IF
           ELSE
               MOVE "OK      " TO Stp-Outcome(Step-Ind)
               ADD 1 TO Ran-Count
               CANCEL Stp-Program(Step-Ind)
           END-IF.

           END-IF
           ACCEPT Rpt-Date FROM DATE YYYYMMDD
           ACCEPT Rpt-Time FROM TIME
           MOVE Window-Date TO Rpt-Window-Date
           WRITE Report-Record FROM Report-Heading
           PERFORM VARYING Step-Ind FROM 1 BY 1
                 UNTIL Step-Ind > Step-Count
               MOVE Stp-Step-No(Step-Ind) TO Rpt-Step
               MOVE Stp-Program(Step-Ind) TO Rpt-Program
               IF Stp-Outcome(Step-Ind) = SPACES
                   MOVE "NOT RUN " TO Rpt-Outcome
               ELSE
                   MOVE Stp-Outcome(Step-Ind) TO Rpt-Outcome
               END-IF
               IF Stp-Done(Step-Ind)
                   ADD 1 TO Done-Count
               END-IF
               MOVE Stp-Start-Time(Step-Ind) TO Rpt-Start
               MOVE Stp-End-Time(Step-Ind) TO Rpt-End
               MOVE Stp-Note(Step-Ind) TO Rpt-Note
               WRITE Report-Record FROM Report-Detail
           END-PERFORM

           MOVE SPACES TO Report-Record
           WRITE Report-Record
           MOVE "RAN CLEANLY" TO Rpt-Count-Label
           MOVE Ran-Count TO Rpt-Count
           WRITE Report-Record FROM Report-Count-Line
           MOVE "FAILED" TO Rpt-Count-Label
           MOVE Failed-Count TO Rpt-Count
           WRITE Report-Record FROM Report-Count-Line
           MOVE "HELD BY DEPENDENCY" TO Rpt-Count-Label
           MOVE Held-Count TO Rpt-Count
           WRITE Report-Record FROM Report-Count-Line
           MOVE "SKIPPED - NOT DUE BY RULE" TO Rpt-Count-Label
           MOVE Not-Due-Count TO Rpt-Count
           WRITE Report-Record FROM Report-Count-Line
           IF Resuming
               MOVE "DONE IN THE EARLIER RUN" TO Rpt-Count-Label
               MOVE Done-Count TO Rpt-Count
               WRITE Report-Record FROM Report-Count-Line
           END-IF
           MOVE SPACES TO Report-Record
           WRITE Report-Record
           CLOSE Report-File.
