      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrdy.

      *---------------------------------------------------------------*
      *    Batch window readiness check - the scheduler's first step,
      *    run as a gate (rule G in SCHEDJOB.DAT, see SCHEDULE.CBL)
      *    so that a window that cannot finish is held at the start
      *    rather than failing halfway.  It asks:
      *      1. is anybody still in the customer suite?  Custom1
      *         holding File-C-Lock-Op on a record, or any other
      *         screen over the files - the session registry's Check
      *         action (see SESSREG.CPY); Sessmon shows who and
      *         sweeps the dead;
      *      2. has every expected input arrived?  Each file on the
      *         expected-input list expinput.dat (file name, then
      *         the step that reads it) whose step is on tonight's
      *         SCHEDJOB.DAT must be there; with no list the
      *         built-in one below stands;
      *      3. is any in-run checkpoint slot on chkpoint.dat still
      *         "R"unning from the previous run (see CHKPOINT.CPY)?
      *      4. is a unit of work on txnjrnl.dat begun and never
      *         completed (see TXNJRNL.CPY) - Txnrecov to roll it
      *         back first?
      *      5. is the window's accounting period open for the
      *         posting and month-end jobs (see PERCHECK.CPY)?
      *    Each check is GO or NO-GO on custrdy.prt with the reason.
      *    Any NO-GO ends the step with a non-zero RETURN-CODE -
      *    the scheduler holds the rest of the window - and an
      *    urgent notice naming the first reason goes on the
      *    broadcast board msgboard.dat for the operators.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Job-File ASSIGN "SCHEDJOB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Job-File-Status.

           SELECT Expect-File ASSIGN "expinput.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Expect-File-Status.

           SELECT Input-File ASSIGN DYNAMIC Input-File-Path
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Input-File-Status.

           SELECT Checkpoint-File ASSIGN "chkpoint.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Checkpoint-File-Status.

           SELECT Journal-File ASSIGN "txnjrnl.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Journal-File-Status.

           SELECT Report-File ASSIGN "custrdy.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Board-File ASSIGN "msgboard.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout as SCHEDULE.CBL reads it - only the program is
      *    wanted here
       FD  Job-File.
       01  Job-Record.
           03  FILLER                  PIC X(3).
           03  Job-Program             PIC X(8).
           03  FILLER                  PIC X(21).

       FD  Expect-File.
       01  Expect-Record.
           03  Exp-File-Name           PIC X(40).
           03  FILLER                  PIC X(1).
           03  Exp-Program             PIC X(8).

      *    any file at all - whether it opens is the question
       FD  Input-File.
       01  Input-Record                PIC X(1).

      *    layout as written by CHKPOINT.CBL - kept in step
       FD  Checkpoint-File.
       01  Checkpoint-Record.
           03  Ckp-Job-Name            PIC X(8).
           03  Ckp-Status              PIC X.
           03  Ckp-Run-Id              PIC 9(8).
           03  Ckp-Last-Key            PIC X(50).
           03  FILLER                  PIC X(13).

      *    layout as written by TXNJRNL.CBL - kept in step
       FD  Journal-File.
       01  Journal-Record.
           03  Jnl-Kind                PIC X.
           03  Jnl-Program             PIC X(8).
           03  Jnl-Run-Id              PIC 9(8).
           03  Jnl-Date                PIC 9(8).
           03  Jnl-Time                PIC 9(8).
           03  Jnl-Rec-Type            PIC X(4).
           03  Jnl-Key                 PIC X(50).
           03  Jnl-Image               PIC X(650).

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

       78  Max-Scheduled-Steps         VALUE 20.
       78  Max-Expected-Inputs         VALUE 50.
       78  Default-Expected-Inputs     VALUE 2.

      *    the session registry - see SESSREG.CBL
       78  Registry-Service            VALUE "sessreg".
           COPY "SESSREG.CPY".
      *    the accounting period check - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

       77  Job-File-Status             PIC X(2).
          88  Job-File-Eof                VALUE "10".
          88  Job-File-Not-Found          VALUE "35".
       77  Expect-File-Status          PIC X(2).
          88  Expect-File-Eof             VALUE "10".
          88  Expect-File-Not-Found       VALUE "35".
       77  Input-File-Status           PIC X(2).
          88  Input-File-Ok               VALUE "00".
       77  Checkpoint-File-Status      PIC X(2).
          88  Checkpoint-File-Eof         VALUE "10".
          88  Checkpoint-File-Not-Found   VALUE "35".
       77  Journal-File-Status         PIC X(2).
          88  Journal-File-Eof            VALUE "10".
          88  Journal-File-Not-Found      VALUE "35".

       01  Input-File-Path             PIC X(40).

      *    the inputs every site's window reads, when there is no
      *    expinput.dat to say otherwise
       01  Default-Input-Values.
           03  FILLER  PIC X(40) VALUE "bankstmt.dat".
           03  FILLER  PIC X(8)  VALUE "CUSTBANK".
           03  FILLER  PIC X(40) VALUE "dispatch.dat".
           03  FILLER  PIC X(8)  VALUE "CUSTSHIP".
       01  Default-Input-Table REDEFINES Default-Input-Values.
           03  Default-Input OCCURS Default-Expected-Inputs.
               05  Dfi-File-Name       PIC X(40).
               05  Dfi-Program         PIC X(8).

       01  Expected-Table.
           03  Expected-Input OCCURS Max-Expected-Inputs.
               05  Ext-File-Name       PIC X(40).
               05  Ext-Program         PIC X(8).
       77  Expected-Count              PIC 9(2) COMP VALUE 0.
       77  Expected-Ind                PIC 9(2) COMP.

       01  Scheduled-Table.
           03  Scheduled-Program OCCURS Max-Scheduled-Steps
                                       PIC X(8).
       77  Scheduled-Count             PIC 9(2) COMP VALUE 0.
       77  Scheduled-Ind               PIC 9(2) COMP.
       01  Scheduled-Sw                PIC X(01).
          88  Step-Scheduled              VALUE "Y".

       01  Open-Unit-Sw                PIC X(01) VALUE "N".
          88  Open-Unit-Behind            VALUE "Y".
       01  Open-Unit-Program           PIC X(8).
       01  Open-Unit-Date              PIC 9(8).

       77  Slots-Running               PIC 9(2) COMP VALUE 0.
       77  Checks-Made                 PIC 9(4) VALUE 0.
       77  Checks-Failed               PIC 9(4) VALUE 0.

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).

      *    the first NO-GO, for the broadcast board
       01  First-Reason                PIC X(30) VALUE SPACES.

       01  Heading-Line.
           03  FILLER                  PIC X(32) VALUE
               "BATCH WINDOW READINESS - RUN ".
           03  Heading-Date            PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Heading-Time            PIC 9(8).

       01  Check-Column-Line.
           03  FILLER                  PIC X(41) VALUE
               "CHECK".
           03  FILLER                  PIC X(7) VALUE
               "RESULT".
           03  FILLER                  PIC X(6) VALUE
               "DETAIL".

       01  Check-Line.
           03  Chk-Label               PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Chk-Verdict             PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Chk-Detail              PIC X(70).

       01  Verdict-Sw                  PIC X(01).
          88  Check-Go                    VALUE "Y".
          88  Check-No-Go                 VALUE "N".

       01  Total-Line.
           03  Total-Label             PIC X(30).
           03  Total-Count             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Check-Suite-Sessions
           PERFORM Load-Scheduled-Steps
           PERFORM Load-Expected-Inputs
           PERFORM Check-Expected-Inputs
           PERFORM Check-Checkpoint-Slots
           PERFORM Check-Journal-Units
           PERFORM Check-Accounting-Period
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Run-Time TO Heading-Time
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Check-Column-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Check-Suite-Sessions SECTION.
      *    A batch posting over somebody's open record either waits
      *    on their lock or is overwritten by their save - nobody
      *    may be in the customer suite when the window opens.

           INITIALIZE Sr-Request
           SET Sr-Action-Check TO TRUE
           MOVE "CUST" TO Sr-Program
           CALL Registry-Service USING Sr-Request

           MOVE "NOBODY IN THE CUSTOMER SUITE" TO Chk-Label
           IF Sr-Busy = "Y"
               SET Check-No-Go TO TRUE
               MOVE "AN OPERATOR IS STILL IN IT - SEE SESSMON"
                   TO Chk-Detail
               MOVE "OPERATOR STILL IN CUST SUITE" TO First-Reason
           ELSE
               SET Check-Go TO TRUE
               MOVE SPACES TO Chk-Detail
           END-IF
           PERFORM Write-Check-Line
       .
      *---------------------------------------------------------------*
       Load-Scheduled-Steps SECTION.
      *    An input is only expected when the step that reads it is
      *    in the window at all.

           OPEN INPUT Job-File
           IF Job-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Job-File-Eof
                             OR Scheduled-Count = Max-Scheduled-Steps
                   MOVE SPACES TO Job-Record
                   READ Job-File
                       AT END
                           SET Job-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Scheduled-Count
                           MOVE Job-Program
                             TO Scheduled-Program(Scheduled-Count)
                           INSPECT Scheduled-Program(Scheduled-Count)
                               CONVERTING
                               "abcdefghijklmnopqrstuvwxyz"
                            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-READ
               END-PERFORM
               CLOSE Job-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Expected-Inputs SECTION.

           OPEN INPUT Expect-File
           IF Expect-File-Not-Found
               PERFORM VARYING Expected-Ind FROM 1 BY 1
                          UNTIL Expected-Ind > Default-Expected-Inputs
                   ADD 1 TO Expected-Count
                   MOVE Dfi-File-Name(Expected-Ind)
                     TO Ext-File-Name(Expected-Count)
                   MOVE Dfi-Program(Expected-Ind)
                     TO Ext-Program(Expected-Count)
               END-PERFORM
           ELSE
               PERFORM UNTIL Expect-File-Eof
                             OR Expected-Count = Max-Expected-Inputs
                   MOVE SPACES TO Expect-Record
                   READ Expect-File
                       AT END
                           SET Expect-File-Eof TO TRUE
                       NOT AT END
                           IF Exp-File-Name NOT = SPACES
                               ADD 1 TO Expected-Count
                               MOVE Exp-File-Name
                                 TO Ext-File-Name(Expected-Count)
                               MOVE Exp-Program
                                 TO Ext-Program(Expected-Count)
                               INSPECT Ext-Program(Expected-Count)
                                   CONVERTING
                                   "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Expect-File
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Expected-Inputs SECTION.

           PERFORM VARYING Expected-Ind FROM 1 BY 1
                              UNTIL Expected-Ind > Expected-Count
               PERFORM Judge-Step-Scheduled
               IF Step-Scheduled
                   PERFORM Check-One-Input
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-Step-Scheduled SECTION.
      *    A list line naming no step is always expected; with no
      *    SCHEDJOB.DAT to go by every input is.

           MOVE "N" TO Scheduled-Sw
           IF Ext-Program(Expected-Ind) = SPACES
              OR Scheduled-Count = 0
               SET Step-Scheduled TO TRUE
           END-IF
           PERFORM VARYING Scheduled-Ind FROM 1 BY 1
                              UNTIL Scheduled-Ind > Scheduled-Count
                                    OR Step-Scheduled
               IF Scheduled-Program(Scheduled-Ind) =
                                          Ext-Program(Expected-Ind)
                   SET Step-Scheduled TO TRUE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Check-One-Input SECTION.

           MOVE Ext-File-Name(Expected-Ind) TO Input-File-Path
           OPEN INPUT Input-File

           MOVE SPACES TO Chk-Label
           STRING "INPUT " Input-File-Path
               DELIMITED BY "  " INTO Chk-Label
           END-STRING
           MOVE SPACES TO Chk-Detail
           IF Input-File-Ok
               CLOSE Input-File
               SET Check-Go TO TRUE
               STRING "FOR " Ext-Program(Expected-Ind)
                   DELIMITED BY SIZE INTO Chk-Detail
               END-STRING
           ELSE
               SET Check-No-Go TO TRUE
               STRING "NOT ARRIVED - "
                      Ext-Program(Expected-Ind) " NEEDS IT"
                   DELIMITED BY SIZE INTO Chk-Detail
               END-STRING
               IF First-Reason = SPACES
                   STRING Input-File-Path DELIMITED BY "  "
                          " NOT ARRIVED" DELIMITED BY SIZE
                       INTO First-Reason
                   END-STRING
               END-IF
           END-IF
           PERFORM Write-Check-Line
       .
      *---------------------------------------------------------------*
       Check-Checkpoint-Slots SECTION.
      *    A slot still "R" is a run that never reached its End -
      *    the step must be put right (or resumed) before tonight's
      *    run of it starts on top.

           OPEN INPUT Checkpoint-File
           IF Checkpoint-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Checkpoint-File-Eof
                   READ Checkpoint-File
                       AT END
                           SET Checkpoint-File-Eof TO TRUE
                       NOT AT END
                           IF Ckp-Status = "R"
                               PERFORM Report-Running-Slot
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Checkpoint-File
           END-IF

           IF Slots-Running = 0
               MOVE "NO CHECKPOINT LEFT RUNNING" TO Chk-Label
               SET Check-Go TO TRUE
               MOVE SPACES TO Chk-Detail
               PERFORM Write-Check-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Report-Running-Slot SECTION.

           ADD 1 TO Slots-Running
           MOVE SPACES TO Chk-Label
           STRING "CHECKPOINT " Ckp-Job-Name
               DELIMITED BY SIZE INTO Chk-Label
           END-STRING
           SET Check-No-Go TO TRUE
           MOVE SPACES TO Chk-Detail
           STRING "RUN " Ckp-Run-Id " STILL RUNNING - LAST KEY "
                  Ckp-Last-Key
               DELIMITED BY SIZE INTO Chk-Detail
           END-STRING
           IF First-Reason = SPACES
               STRING Ckp-Job-Name " CHECKPOINT STILL RUNNING"
                   DELIMITED BY SIZE INTO First-Reason
               END-STRING
           END-IF
           PERFORM Write-Check-Line
       .
      *---------------------------------------------------------------*
       Check-Journal-Units SECTION.
      *    The same reading Txnjrnl's housekeeping makes: a unit
      *    begun and not followed by its completion is open.

           OPEN INPUT Journal-File
           IF Journal-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Journal-File-Eof
                   READ Journal-File
                       AT END
                           SET Journal-File-Eof TO TRUE
                       NOT AT END
                           IF Jnl-Kind = "U"
                               SET Open-Unit-Behind TO TRUE
                               MOVE Jnl-Program TO Open-Unit-Program
                               MOVE Jnl-Date TO Open-Unit-Date
                           END-IF
                           IF Jnl-Kind = "C"
                               MOVE "N" TO Open-Unit-Sw
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Journal-File
           END-IF

           MOVE "NO UNFINISHED UNIT ON THE JOURNAL" TO Chk-Label
           MOVE SPACES TO Chk-Detail
           IF Open-Unit-Behind
               SET Check-No-Go TO TRUE
               STRING Open-Unit-Program " BEGAN ONE ON "
                      Open-Unit-Date " - RUN TXNRECOV"
                   DELIMITED BY SIZE INTO Chk-Detail
               END-STRING
               IF First-Reason = SPACES
                   MOVE "UNFINISHED UNIT ON TXNJRNL.DAT"
                     TO First-Reason
               END-IF
           ELSE
               SET Check-Go TO TRUE
           END-IF
           PERFORM Write-Check-Line
       .
      *---------------------------------------------------------------*
       Check-Accounting-Period SECTION.
      *    Tonight's postings and the month-end jobs are dated
      *    today.

           MOVE Run-Date TO Per-Date
           CALL Period-Check-Service USING Per-Check

           MOVE "ACCOUNTING PERIOD OPEN" TO Chk-Label
           MOVE SPACES TO Chk-Detail
           IF Per-Period-Closed
               SET Check-No-Go TO TRUE
               STRING "PERIOD " Run-Date(1:6)
                      " IS CLOSED - REOPEN IT ON CUSTPERM"
                   DELIMITED BY SIZE INTO Chk-Detail
               END-STRING
               IF First-Reason = SPACES
                   STRING "PERIOD " Run-Date(1:6) " IS CLOSED"
                       DELIMITED BY SIZE INTO First-Reason
                   END-STRING
               END-IF
           ELSE
               SET Check-Go TO TRUE
               STRING "PERIOD " Run-Date(1:6)
                   DELIMITED BY SIZE INTO Chk-Detail
               END-STRING
           END-IF
           PERFORM Write-Check-Line
       .
      *---------------------------------------------------------------*
       Write-Check-Line SECTION.
      *    Chk-Label, Chk-Detail and the verdict are set by the
      *    caller.

           ADD 1 TO Checks-Made
           IF Check-Go
               MOVE "GO" TO Chk-Verdict
           ELSE
               MOVE "NO-GO" TO Chk-Verdict
               ADD 1 TO Checks-Failed
           END-IF
           MOVE Check-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Post-Urgent-Notice SECTION.
      *    One notice - the first reason; custrdy.prt has them all.

           OPEN OUTPUT Board-File
           INITIALIZE Board-Record
           MOVE "U" TO Brd-Severity
           MOVE Run-Date TO Brd-Expiry-Date
           MOVE 235959 TO Brd-Expiry-Time
           MOVE SPACES TO Brd-Text
           STRING "WINDOW HELD: " First-Reason
                  " SEE CUSTRDY.PRT"
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
           MOVE "CHECKS MADE"                 TO Total-Label
           MOVE Checks-Made                   TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  NO-GO"                     TO Total-Label
           MOVE Checks-Failed                 TO Total-Count
           PERFORM Write-Total-Line
           MOVE SPACES TO Report-Line
           IF Checks-Failed = 0
               MOVE "WINDOW: GO" TO Report-Line
           ELSE
               MOVE "WINDOW: NO-GO - HELD UNTIL PUT RIGHT AND RERUN"
                 TO Report-Line
           END-IF
           WRITE Report-Line
           CLOSE Report-File

           DISPLAY "READINESS CHECKS: " Checks-Made
                   " NO-GO: " Checks-Failed
           IF Checks-Failed = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM Post-Urgent-Notice
      *        the scheduler holds the window on a gate step that
      *        does not end cleanly
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .

      *****************************************************************
