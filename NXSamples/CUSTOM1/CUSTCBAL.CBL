      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcbal.

      *---------------------------------------------------------------*
      *    Control-total balancing - the last step of the batch
      *    window.  Every posting and interface job leaves a control
      *    record on the shared control-total file ctltot.dat (see
      *    CTLTOT.CPY); this reads today's, takes each job's latest
      *    run (the records of a run that resumed after a crash
      *    share its run id and are added together) and proves the
      *    hand-offs from job to job agree:
      *      1. receipts built equal receipts posted plus suspense -
      *         what Custbank and Custddco wrote to cashrcpt.dat is
      *         what Custcash applied and parked, by count and value.
      *         Receipts keyed straight on to cashrcpt.dat were
      *         built by neither and show as the difference, to be
      *         ticked off against the keying sheet;
      *      2. each job that splits all it reads has
      *         in = out + aside - the cash jobs (Custbank, Custcash,
      *         Custrimp, Custddbn, Custsusp), the billing and credit
      *         jobs (Custinv, Custwoff, Custrgen, Custrmac,
      *         Custrfpy, Custfxrv), the interfaces (Custedi,
      *         Currimp, Custship, Custcrim, Custcomm), the race fee
      *         billing (RACE-FEE) and Custglx's take of the club
      *         journal (GLXCLUB);
      *      3. posted cash equals journalled cash - the cash every
      *         Custcash run today applied is the cash Custglx found
      *         on the audit log under Custcash's name;
      *      4. Custexpt wrote a balance line for every customer it
      *         read;
      *      5. the club journal lines race-glx wrote to gljclub.dat
      *         are the lines Custglx carried into gljourn.dat, by
      *         count and by debits.
      *    A check a resumed run takes part in is reported UNPROVEN
      *    - the crashed half left no totals - and a hand-off whose
      *    receiving job has not run today is NOT RUN.  The proof
      *    goes to custcbal.prt, and when anything DIFFERS or was
      *    NOT RUN an urgent notice goes on the broadcast board
      *    msgboard.dat for the morning.  The window carries on
      *    either way: this step reports, it does not hold.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Control-File ASSIGN DYNAMIC Control-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Control-File-Status.

           SELECT Report-File ASSIGN "custcbal.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Board-File ASSIGN "msgboard.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Control-File.
           COPY "CTLTOT.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(132).

      *    board layout as BRDCAST.CBL keeps it - kept in step
       FD  Board-File.
       01  Board-Record.
           03  Brd-Severity            PIC X.
           03  Brd-Expiry-Date         PIC 9(8).
           03  Brd-Expiry-Time         PIC 9(6).
           03  Brd-Text                PIC X(60).
           03  FILLER                  PIC X(5).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Jobs                    VALUE 40.
       78  Max-Split-Jobs              VALUE 18.

       77  Control-File-Status         PIC X(2).
          88  Control-File-Eof            VALUE "10".
          88  Control-File-Not-Found      VALUE "35".

       01  Control-File-Path           PIC X(64).

      *    site configuration - see SITECONF.CBL
       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

      *    the jobs whose every record read is either passed on or
      *    set aside
       01  Split-Job-Values.
           03  FILLER  PIC X(8) VALUE "CUSTBANK".
           03  FILLER  PIC X(8) VALUE "CUSTCASH".
           03  FILLER  PIC X(8) VALUE "CUSTRIMP".
           03  FILLER  PIC X(8) VALUE "CUSTDDBN".
           03  FILLER  PIC X(8) VALUE "CUSTSUSP".
           03  FILLER  PIC X(8) VALUE "CUSTINV".
           03  FILLER  PIC X(8) VALUE "CUSTWOFF".
           03  FILLER  PIC X(8) VALUE "CUSTRGEN".
           03  FILLER  PIC X(8) VALUE "CUSTRMAC".
           03  FILLER  PIC X(8) VALUE "CUSTRFPY".
           03  FILLER  PIC X(8) VALUE "CUSTFXRV".
           03  FILLER  PIC X(8) VALUE "CUSTEDI".
           03  FILLER  PIC X(8) VALUE "CURRIMP".
           03  FILLER  PIC X(8) VALUE "CUSTSHIP".
           03  FILLER  PIC X(8) VALUE "CUSTCRIM".
           03  FILLER  PIC X(8) VALUE "CUSTCOMM".
           03  FILLER  PIC X(8) VALUE "RACE-FEE".
           03  FILLER  PIC X(8) VALUE "GLXCLUB".
       01  Split-Job-Table REDEFINES Split-Job-Values.
           03  Split-Job OCCURS Max-Split-Jobs
                                       PIC X(8).

      *    today's latest run of each job, and the day's money out
      *    over every run of it
       01  Job-Totals.
           03  Jt-Entry OCCURS Max-Jobs.
               05  Jt-Job              PIC X(8).
               05  Jt-Run-Id           PIC 9(8).
               05  Jt-Resumed          PIC X.
               05  Jt-Recs-In          PIC 9(7) COMP.
               05  Jt-Recs-Out         PIC 9(7) COMP.
               05  Jt-Recs-Aside       PIC 9(7) COMP.
               05  Jt-Value-In         PIC S9(11)V99 COMP.
               05  Jt-Value-Out        PIC S9(11)V99 COMP.
               05  Jt-Value-Aside      PIC S9(11)V99 COMP.
               05  Jt-Day-Value-Out    PIC S9(11)V99 COMP.
               05  Jt-Day-Resumed      PIC X.

       77  Job-Count                   PIC 9(2) COMP VALUE 0.
       77  Job-Ind                     PIC 9(2) COMP.
       77  Split-Ind                   PIC 9(2) COMP.
       77  Find-Ind                    PIC 9(2) COMP.
       01  Table-Full-Sw               PIC X(01) VALUE "N".
          88  Table-Full                  VALUE "Y".

       01  Want-Job                    PIC X(8).
       77  Bank-Ind                    PIC 9(2) COMP.
       77  Ddco-Ind                    PIC 9(2) COMP.
       77  Cash-Ind                    PIC 9(2) COMP.
       77  Glx-Ind                     PIC 9(2) COMP.
       77  Expt-Ind                    PIC 9(2) COMP.
       77  Race-Glx-Ind                PIC 9(2) COMP.
       77  Glx-Club-Ind                PIC 9(2) COMP.

       77  Built-Recs                  PIC 9(7) COMP.
       77  Built-Value                 PIC S9(11)V99 COMP.
       77  Settled-Recs                PIC 9(7) COMP.
       77  Settled-Value               PIC S9(11)V99 COMP.

       77  Records-Read                PIC 9(6) VALUE 0.
       77  Checks-Made                 PIC 9(4) VALUE 0.
       77  Checks-Failed               PIC 9(4) VALUE 0.
       77  Checks-Unproven             PIC 9(4) VALUE 0.

       01  Run-Date                    PIC 9(8).

       01  Heading-Line.
           03  FILLER                  PIC X(32) VALUE
               "CONTROL TOTAL BALANCING - RUN ".
           03  Heading-Date            PIC 9(8).

       01  Job-Column-Line.
           03  FILLER                  PIC X(27) VALUE
               "JOB      RUN ID   RESUMED".
           03  FILLER                  PIC X(24) VALUE
               "RECS IN     OUT   ASIDE ".
           03  FILLER                  PIC X(48) VALUE
               "        VALUE IN       VALUE OUT     VALUE ASIDE".

       01  Job-Line.
           03  Jl-Job                  PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Run-Id               PIC 9(8).
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Jl-Resumed              PIC X.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  Jl-Recs-In              PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Recs-Out             PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Recs-Aside           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Value-In             PIC -(11)9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Value-Out            PIC -(11)9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Jl-Value-Aside          PIC -(11)9.99.

       01  Check-Column-Line.
           03  FILLER                  PIC X(41) VALUE
               "CHECK".
           03  FILLER                  PIC X(47) VALUE
               "RECORDS AGAINST           VALUE         AGAINST".
           03  FILLER                  PIC X(8) VALUE
               "  RESULT".

       01  Check-Line.
           03  Chk-Label               PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Chk-Recs-Left           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Chk-Recs-Right          PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Chk-Value-Left          PIC -(11)9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Chk-Value-Right         PIC -(11)9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Chk-Verdict             PIC X(8).

       01  Check-Work.
           03  Cw-Recs-Left            PIC 9(7) COMP.
           03  Cw-Recs-Right           PIC 9(7) COMP.
           03  Cw-Value-Left           PIC S9(11)V99 COMP.
           03  Cw-Value-Right          PIC S9(11)V99 COMP.
           03  Cw-Value-Only           PIC X.
           03  Cw-Unproven             PIC X.
           03  Cw-Not-Run              PIC X.

       01  Total-Line.
           03  Total-Label             PIC X(30).
           03  Total-Count             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Gather-Todays-Totals
           PERFORM Report-The-Jobs
           PERFORM Check-Receipt-Hand-Off
           PERFORM Check-Split-Jobs
           PERFORM Check-Cash-Journal-Hand-Off
           PERFORM Check-Export-Hand-Off
           PERFORM Check-Club-Journal-Hand-Off
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD

           MOVE "CTLTOTAL" TO Cfg-Logical
           MOVE "ctltot.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Control-File-Path

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Gather-Todays-Totals SECTION.

           OPEN INPUT Control-File
           IF Control-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Control-File-Eof
                   READ Control-File
                       AT END
                           SET Control-File-Eof TO TRUE
                       NOT AT END
                           IF Ctl-Run-Date = Run-Date
                               PERFORM Take-One-Control-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Control-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Control-Record SECTION.
      *    The file is in the order the jobs finished, so a run id
      *    not seen before for the job is a later run and replaces
      *    the figures; the same run id again is the resumed half
      *    of a crashed run and adds to them.

           ADD 1 TO Records-Read
           MOVE Ctl-Job TO Want-Job
           PERFORM Find-Job-Slot
           IF Job-Ind = 0
               IF Job-Count < Max-Jobs
                   ADD 1 TO Job-Count
                   MOVE Job-Count TO Job-Ind
                   INITIALIZE Jt-Entry(Job-Ind)
                   MOVE Ctl-Job TO Jt-Job(Job-Ind)
                   MOVE "N" TO Jt-Day-Resumed(Job-Ind)
               ELSE
                   SET Table-Full TO TRUE
               END-IF
           END-IF

           IF Job-Ind NOT = 0
               IF Ctl-Run-Id NOT = Jt-Run-Id(Job-Ind)
                   MOVE Ctl-Run-Id TO Jt-Run-Id(Job-Ind)
                   MOVE "N" TO Jt-Resumed(Job-Ind)
                   MOVE 0 TO Jt-Recs-In(Job-Ind)
                   MOVE 0 TO Jt-Recs-Out(Job-Ind)
                   MOVE 0 TO Jt-Recs-Aside(Job-Ind)
                   MOVE 0 TO Jt-Value-In(Job-Ind)
                   MOVE 0 TO Jt-Value-Out(Job-Ind)
                   MOVE 0 TO Jt-Value-Aside(Job-Ind)
               END-IF
               IF Ctl-Resumed-Run
                   MOVE "Y" TO Jt-Resumed(Job-Ind)
                   MOVE "Y" TO Jt-Day-Resumed(Job-Ind)
               END-IF
               ADD Ctl-Recs-In     TO Jt-Recs-In(Job-Ind)
               ADD Ctl-Recs-Out    TO Jt-Recs-Out(Job-Ind)
               ADD Ctl-Recs-Aside  TO Jt-Recs-Aside(Job-Ind)
               ADD Ctl-Value-In    TO Jt-Value-In(Job-Ind)
               ADD Ctl-Value-Out   TO Jt-Value-Out(Job-Ind)
               ADD Ctl-Value-Aside TO Jt-Value-Aside(Job-Ind)
               ADD Ctl-Value-Out   TO Jt-Day-Value-Out(Job-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Job-Slot SECTION.
      *    Want-Job is set by the caller; Job-Ind comes back nought
      *    when the job has left no record today.

           MOVE 0 TO Job-Ind
           PERFORM VARYING Find-Ind FROM 1 BY 1
                              UNTIL Find-Ind > Job-Count
                                    OR Job-Ind NOT = 0
               IF Jt-Job(Find-Ind) = Want-Job
                   MOVE Find-Ind TO Job-Ind
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Report-The-Jobs SECTION.

           MOVE Job-Column-Line TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Job-Ind FROM 1 BY 1
                              UNTIL Job-Ind > Job-Count
               MOVE Jt-Job(Job-Ind)         TO Jl-Job
               MOVE Jt-Run-Id(Job-Ind)      TO Jl-Run-Id
               MOVE Jt-Resumed(Job-Ind)     TO Jl-Resumed
               MOVE Jt-Recs-In(Job-Ind)     TO Jl-Recs-In
               MOVE Jt-Recs-Out(Job-Ind)    TO Jl-Recs-Out
               MOVE Jt-Recs-Aside(Job-Ind)  TO Jl-Recs-Aside
               MOVE Jt-Value-In(Job-Ind)    TO Jl-Value-In
               MOVE Jt-Value-Out(Job-Ind)   TO Jl-Value-Out
               MOVE Jt-Value-Aside(Job-Ind) TO Jl-Value-Aside
               MOVE Job-Line TO Report-Line
               WRITE Report-Line
           END-PERFORM
           IF Table-Full
               MOVE "MORE JOBS ON THE FILE THAN THE TABLE HOLDS"
                   TO Report-Line
               WRITE Report-Line
           END-IF

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Check-Column-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Check-Receipt-Hand-Off SECTION.
      *    Receipts built by the import and the collection run
      *    against what Custcash applied in full plus what it
      *    parked - nothing built, nothing to prove.

           MOVE "CUSTBANK" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Bank-Ind
           MOVE "CUSTDDCO" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Ddco-Ind
           MOVE "CUSTCASH" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Cash-Ind

           MOVE 0 TO Built-Recs
           MOVE 0 TO Built-Value
           IF Bank-Ind NOT = 0
               ADD Jt-Recs-Out(Bank-Ind)  TO Built-Recs
               ADD Jt-Value-Out(Bank-Ind) TO Built-Value
           END-IF
           IF Ddco-Ind NOT = 0
               ADD Jt-Recs-Out(Ddco-Ind)  TO Built-Recs
               ADD Jt-Value-Out(Ddco-Ind) TO Built-Value
           END-IF

           IF Bank-Ind NOT = 0 OR Ddco-Ind NOT = 0 OR Cash-Ind NOT = 0
               MOVE 0 TO Settled-Recs
               MOVE 0 TO Settled-Value
               INITIALIZE Check-Work
               IF Cash-Ind = 0
                   MOVE "Y" TO Cw-Not-Run
               ELSE
                   ADD Jt-Recs-Out(Cash-Ind) Jt-Recs-Aside(Cash-Ind)
                       GIVING Settled-Recs
                   ADD Jt-Value-Out(Cash-Ind) Jt-Value-Aside(Cash-Ind)
                       GIVING Settled-Value
                   MOVE Jt-Resumed(Cash-Ind) TO Cw-Unproven
               END-IF
               MOVE "RECEIPTS BUILT = POSTED + SUSPENSE" TO Chk-Label
               MOVE Built-Recs    TO Cw-Recs-Left
               MOVE Settled-Recs  TO Cw-Recs-Right
               MOVE Built-Value   TO Cw-Value-Left
               MOVE Settled-Value TO Cw-Value-Right
               PERFORM Write-Check-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Split-Jobs SECTION.

           PERFORM VARYING Split-Ind FROM 1 BY 1
                              UNTIL Split-Ind > Max-Split-Jobs
               MOVE Split-Job(Split-Ind) TO Want-Job
               PERFORM Find-Job-Slot
               IF Job-Ind NOT = 0
                   INITIALIZE Check-Work
                   MOVE Jt-Resumed(Job-Ind) TO Cw-Unproven
                   MOVE SPACES TO Chk-Label
                   STRING Want-Job " IN = OUT + ASIDE"
                       DELIMITED BY SIZE INTO Chk-Label
                   END-STRING
                   MOVE Jt-Recs-In(Job-Ind)  TO Cw-Recs-Left
                   ADD Jt-Recs-Out(Job-Ind) Jt-Recs-Aside(Job-Ind)
                       GIVING Cw-Recs-Right
                   MOVE Jt-Value-In(Job-Ind) TO Cw-Value-Left
                   ADD Jt-Value-Out(Job-Ind) Jt-Value-Aside(Job-Ind)
                       GIVING Cw-Value-Right
                   PERFORM Write-Check-Line
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Check-Cash-Journal-Hand-Off SECTION.
      *    Money only - the journal is summarised by area, so there
      *    is no count to match a receipt count against.  Every
      *    Custcash run today is on the one day's journal.

           MOVE "CUSTCASH" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Cash-Ind
           MOVE "CUSTGLX" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Glx-Ind

           IF Cash-Ind NOT = 0 OR Glx-Ind NOT = 0
               INITIALIZE Check-Work
               MOVE "Y" TO Cw-Value-Only
               IF Cash-Ind NOT = 0
                   MOVE Jt-Day-Value-Out(Cash-Ind) TO Cw-Value-Left
                   MOVE Jt-Day-Resumed(Cash-Ind)   TO Cw-Unproven
               END-IF
               IF Glx-Ind = 0
                   MOVE "Y" TO Cw-Not-Run
               ELSE
                   MOVE Jt-Value-In(Glx-Ind) TO Cw-Value-Right
               END-IF
               MOVE "POSTED CASH = JOURNALLED CASH" TO Chk-Label
               PERFORM Write-Check-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Export-Hand-Off SECTION.

           MOVE "CUSTEXPT" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Expt-Ind
           IF Expt-Ind NOT = 0
               INITIALIZE Check-Work
               MOVE "CUSTOMERS READ = BALANCES EXPORTED" TO Chk-Label
               MOVE Jt-Recs-In(Expt-Ind)   TO Cw-Recs-Left
               MOVE Jt-Recs-Out(Expt-Ind)  TO Cw-Recs-Right
               MOVE Jt-Value-In(Expt-Ind)  TO Cw-Value-Left
               MOVE Jt-Value-Out(Expt-Ind) TO Cw-Value-Right
               PERFORM Write-Check-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Club-Journal-Hand-Off SECTION.
      *    race-glx runs ahead of Custglx; Custglx's record shows
      *    what it carried of race-glx's file into the journal.

           MOVE "RACE-GLX" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Race-Glx-Ind
           MOVE "GLXCLUB" TO Want-Job
           PERFORM Find-Job-Slot
           MOVE Job-Ind TO Glx-Club-Ind

           IF Race-Glx-Ind NOT = 0 OR Glx-Club-Ind NOT = 0
               INITIALIZE Check-Work
               MOVE "CLUB JOURNAL LINES = LINES TAKEN" TO Chk-Label
               IF Race-Glx-Ind NOT = 0
                   MOVE Jt-Recs-Out(Race-Glx-Ind)  TO Cw-Recs-Left
                   MOVE Jt-Value-Out(Race-Glx-Ind) TO Cw-Value-Left
               END-IF
               IF Glx-Club-Ind = 0
                   MOVE "Y" TO Cw-Not-Run
               ELSE
                   MOVE Jt-Recs-Out(Glx-Club-Ind)  TO Cw-Recs-Right
                   MOVE Jt-Value-Out(Glx-Club-Ind) TO Cw-Value-Right
               END-IF
               PERFORM Write-Check-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Check-Line SECTION.
      *    Chk-Label and Check-Work are set by the caller.

           ADD 1 TO Checks-Made
           MOVE Cw-Recs-Left   TO Chk-Recs-Left
           MOVE Cw-Recs-Right  TO Chk-Recs-Right
           MOVE Cw-Value-Left  TO Chk-Value-Left
           MOVE Cw-Value-Right TO Chk-Value-Right
           IF Cw-Value-Only = "Y"
               MOVE 0 TO Cw-Recs-Left
               MOVE 0 TO Cw-Recs-Right
           END-IF

           EVALUATE TRUE
               WHEN Cw-Not-Run = "Y"
                   MOVE "NOT RUN" TO Chk-Verdict
                   ADD 1 TO Checks-Failed
               WHEN Cw-Unproven = "Y"
                   MOVE "UNPROVEN" TO Chk-Verdict
                   ADD 1 TO Checks-Unproven
               WHEN Cw-Recs-Left = Cw-Recs-Right
                AND Cw-Value-Left = Cw-Value-Right
                   MOVE "AGREES" TO Chk-Verdict
               WHEN OTHER
                   MOVE "DIFFERS" TO Chk-Verdict
                   ADD 1 TO Checks-Failed
           END-EVALUATE
           MOVE Check-Line TO Report-Line
      *    a money-only check leaves the record columns blank
           IF Cw-Value-Only = "Y"
               MOVE SPACES TO Report-Line(42:15)
           END-IF
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Post-Urgent-Notice SECTION.
      *    One notice per run - the board holds one message and the
      *    point is made; custcbal.prt says which hand-off.

           OPEN OUTPUT Board-File
           INITIALIZE Board-Record
           MOVE "U" TO Brd-Severity
           MOVE Run-Date TO Brd-Expiry-Date
           MOVE 235959 TO Brd-Expiry-Time
           MOVE SPACES TO Brd-Text
           STRING Checks-Failed
                  " CONTROL CHECKS FAILED - SEE CUSTCBAL.PRT"
               DELIMITED BY SIZE INTO Brd-Text
           END-STRING
           WRITE Board-Record
           CLOSE Board-File
           DISPLAY "URGENT NOTICE POSTED TO THE BROADCAST BOARD"
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "CONTROL RECORDS READ TODAY"  TO Total-Label
           MOVE Records-Read                  TO Total-Count
           PERFORM Write-Total-Line
           MOVE "CHECKS MADE"                 TO Total-Label
           MOVE Checks-Made                   TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  FAILED"                    TO Total-Label
           MOVE Checks-Failed                 TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  UNPROVEN - RESUMED RUN"    TO Total-Label
           MOVE Checks-Unproven               TO Total-Count
           PERFORM Write-Total-Line
           CLOSE Report-File

           IF Checks-Failed NOT = 0
               PERFORM Post-Urgent-Notice
           END-IF
           DISPLAY "CONTROL CHECKS: " Checks-Made
                   " FAILED: " Checks-Failed
                   " UNPROVEN: " Checks-Unproven
      *    the window carries on - the board and the report are the
      *    alarm, not the step's return code
           MOVE 0 TO RETURN-CODE
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .

      *****************************************************************
