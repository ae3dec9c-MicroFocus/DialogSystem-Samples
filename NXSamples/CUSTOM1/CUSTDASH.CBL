      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custdash.

      *---------------------------------------------------------------*
      *    Morning operations dashboard.  One window in place of the
      *    six reports the supervisor used to open first thing: its
      *    screenset hosts a GRIDCTRL grid of last night's scheduler
      *    steps and of the sessions still signed on, two PROGCTL
      *    progress bars (steps run cleanly out of the window, cash
      *    posted out of cash received) and the CUSTSBAR status bar
      *    with the time of the last refresh.  On every timer tick
      *    the screenset raises Dash-Refresh-Flg and this program
      *    gathers the figures afresh, the Progmon way:
      *        the scheduler   the latest window summary on
      *                        SCHEDRPT.PRT - each step and its
      *                        outcome, with the counts
      *        debtors         the total the Custexpt feed carried
      *                        on its latest run date and on the run
      *                        date before, from the control-total
      *                        file (see CTLTOT.CPY)
      *        cash            received, posted and set aside by
      *                        Custcash on its latest run date, from
      *                        the same file; and what still sits
      *                        unposted on the suspense file
      *        disputes        open on custdisp.dat, and how many of
      *                        those are past their target date
      *        print, email    jobs failed on prtspool.dat and on
      *                        emailq.dat
      *        errors          program/code groups on syserr.log not
      *                        yet acknowledged on erracks.dat,
      *                        counted as the Errcons console counts
      *                        them
      *        sessions        who the Sessreg board says is signed
      *                        on, and how many were last touched
      *                        before today
      *    Every figure drills into the console that deals with it:
      *    the screenset raises Dash-Drill-Flg with Dash-Drill-Item
      *    and this program CALLs the console - the Router's own
      *    access rule applies, so a console not on the operator's
      *    users.dat list is refused - CANCELs it on return, and
      *    refreshes.  Reading only; nothing here changes a file.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Summary-File ASSIGN "SCHEDRPT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Summary-File-Status.

           SELECT Control-File ASSIGN DYNAMIC Control-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Control-File-Status.

           SELECT Suspense-File ASSIGN DYNAMIC Suspense-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Suspense-File-Status.

           SELECT Dispute-File ASSIGN "custdisp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Dispute-File-Status.

           SELECT Spool-File ASSIGN "prtspool.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Spool-File-Status.

           SELECT Email-Queue-File ASSIGN "emailq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Email-Queue-File-Status.

           SELECT Error-Log-File ASSIGN "syserr.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Error-Log-File-Status.

           SELECT Ack-File ASSIGN "erracks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ack-File-Status.

           SELECT Session-File ASSIGN "sessions.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Session-File-Status.

           SELECT User-File ASSIGN "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS User-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout as SCHEDULE.CBL's Write-Morning-Summary prints it
      *    - kept in step
       FD  Summary-File.
       01  Summary-Heading.
           03  Smh-Title               PIC X(22).
           03  FILLER                  PIC X(36).
           03  Smh-Window-Date         PIC X(8).
           03  FILLER                  PIC X(14).
       01  Summary-Detail.
           03  Smd-Step                PIC X(2).
           03  FILLER                  PIC X(1).
           03  Smd-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Smd-Outcome             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Smd-Start               PIC X(8).
           03  FILLER                  PIC X(3).
           03  Smd-End                 PIC X(8).
           03  FILLER                  PIC X(2).
           03  Smd-Note                PIC X(16).
           03  FILLER                  PIC X(22).

       FD  Control-File.
           COPY "CTLTOT.CPY".

      *    layout as written by Custcash - kept in step
       FD  Suspense-File.
       01  Suspense-Record.
           03  Ssp-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ssp-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ssp-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Ssp-Rcpt-Date           PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ssp-Reference           PIC X(10).
           03  FILLER                  PIC X(1).
           03  Ssp-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Ssp-Run-Id              PIC 9(8).

       FD  Dispute-File.
           COPY "CUSTDISP.CPY".

       FD  Spool-File.
           COPY "SPOOLREC.CPY".

       FD  Email-Queue-File.
           COPY "EMAILQ.CPY".

      *    line layout as ERRHAND.CBL writes it - kept in step
       FD  Error-Log-File.
       01  Error-Log-Record.
           03  Elg-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Elg-Time                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Elg-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Elg-Screenset           PIC X(8).
           03  FILLER                  PIC X(1).
           03  Elg-Operator            PIC X(8).
           03  FILLER                  PIC X(1).
           03  Elg-Code                PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Elg-Verdict             PIC X(9).

      *    layout as ERRCONS.CBL keeps it - kept in step
       FD  Ack-File.
       01  Ack-Record.
           03  Ack-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Ack-Code                PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Ack-Count               PIC 9(6).

      *    slot layout as SESSREG.CBL keeps it - kept in step
       FD  Session-File.
       01  Session-Record.
           03  Ses-Operator            PIC X(8).
           03  Ses-Workstation         PIC X(8).
           03  Ses-On-Date             PIC 9(8).
           03  Ses-On-Time             PIC 9(8).
           03  Ses-Program             PIC X(8).
           03  Ses-Upd-Date            PIC 9(8).
           03  Ses-Upd-Time            PIC 9(8).
           03  FILLER                  PIC X(24).

       FD  User-File.
       01  User-Record.
           03  User-Id                 PIC X(8).
           03  FILLER                  PIC X(1).
           03  User-Name               PIC X(20).
           03  FILLER                  PIC X(1).
           03  User-Programs           PIC X(40).
           03  FILLER                  PIC X(34).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custdash".

           COPY "ds-cntrl.mf  ".
           COPY "custdash.cpb ".

       78  Dialog-System                   VALUE "dsrun".
       78  Error-Handler                   VALUE "errhand".

      *    Shared recoverable error handling - see ERRHAND.CBL.
           COPY "ERRHAND.CPY".

       78  Site-Config-Service             VALUE "siteconf".
           COPY "SITECONF.CPY".

       78  Max-Steps                       VALUE 20.
       78  Max-Sessions                    VALUE 16.
       78  Max-Error-Groups                VALUE 200.
       78  Max-Acks                        VALUE 200.
       78  Drill-Items                     VALUE 8.

       77  Display-Error-No                PIC 9(4).

       77  Summary-File-Status             PIC X(2).
          88  Summary-File-Eof                VALUE "10".
          88  Summary-File-Not-Found          VALUE "35".
       77  Control-File-Status             PIC X(2).
          88  Control-File-Eof                VALUE "10".
          88  Control-File-Not-Found          VALUE "35".
       77  Suspense-File-Status            PIC X(2).
          88  Suspense-File-Eof               VALUE "10".
          88  Suspense-File-Not-Found         VALUE "35".
       77  Dispute-File-Status             PIC X(2).
          88  Dispute-File-Eof                VALUE "10".
          88  Dispute-File-Not-Found          VALUE "35".
       77  Spool-File-Status               PIC X(2).
          88  Spool-File-Eof                  VALUE "10".
          88  Spool-File-Not-Found            VALUE "35".
       77  Email-Queue-File-Status         PIC X(2).
          88  Email-Queue-File-Eof            VALUE "10".
          88  Email-Queue-File-Not-Found      VALUE "35".
       77  Error-Log-File-Status           PIC X(2).
          88  Error-Log-Eof                   VALUE "10".
          88  Error-Log-Not-Found             VALUE "35".
       77  Ack-File-Status                 PIC X(2).
          88  Ack-File-Eof                    VALUE "10".
          88  Ack-File-Not-Found              VALUE "35".
       77  Session-File-Status             PIC X(2).
          88  Session-File-Eof                VALUE "10".
          88  Session-File-Not-Found          VALUE "35".
       77  User-File-Status                PIC X(2).
          88  User-File-Eof                   VALUE "10".
          88  User-File-Not-Found             VALUE "35".

       01  Control-File-Path               PIC X(64).
       01  Suspense-File-Path              PIC X(64).

       01  My-Operator-Id                  PIC X(8).
       01  My-Programs                     PIC X(40).
       01  Run-Date                        PIC 9(8).
       01  Run-Time                        PIC 9(8).

      *    the Router's token scan over the access list
       77  Scan-Ind                        PIC 9(2) COMP.
       77  Token-Len                       PIC 9(2) COMP.
       01  Profile-Token                   PIC X(8).
       01  Drill-Allowed-Sw                PIC X(01).
          88  Drill-Allowed                   VALUE "Y".
       01  Call-Failed-Sw                  PIC X(01).
          88  Call-Failed                     VALUE "Y".

       77  Step-Ind                        PIC 9(2) COMP.
       77  Ses-Ind                         PIC 9(2) COMP.
       77  Grp-Ind                         PIC 9(4) COMP.
       77  Grp-Count                       PIC 9(4) COMP.
       77  This-Grp-Ind                    PIC 9(4) COMP.
       77  Ack-Ind                         PIC 9(4) COMP.
       77  Ack-Count-Ws                    PIC 9(4) COMP.
       77  Unacked-Wrk                     PIC S9(6) COMP.

       01  Group-Table.
           03  Group-Entry OCCURS Max-Error-Groups.
               05  Gt-Program              PIC X(8).
               05  Gt-Code                 PIC 9(4).
               05  Gt-Count                PIC 9(6).

       01  Ack-Table.
           03  Ack-Entry OCCURS Max-Acks.
               05  At-Program              PIC X(8).
               05  At-Code                 PIC 9(4).
               05  At-Count                PIC 9(6).

      *    what each figure on the window drills into, in the order
      *    the screenset numbers them in Dash-Drill-Item
       01  Drill-Values.
           03  FILLER PIC X(8)  VALUE "RPTVIEW".
           03  FILLER PIC X(16) VALUE "rptview".
           03  FILLER PIC X(8)  VALUE "RPTVIEW".
           03  FILLER PIC X(16) VALUE "rptview".
           03  FILLER PIC X(8)  VALUE "CUSTSUSP".
           03  FILLER PIC X(16) VALUE "custsusp".
           03  FILLER PIC X(8)  VALUE "CUSTDISP".
           03  FILLER PIC X(16) VALUE "custdisp".
           03  FILLER PIC X(8)  VALUE "SPOOLMGR".
           03  FILLER PIC X(16) VALUE "spoolmgr".
           03  FILLER PIC X(8)  VALUE "CUSTMMGR".
           03  FILLER PIC X(16) VALUE "custmmgr".
           03  FILLER PIC X(8)  VALUE "ERRCONS".
           03  FILLER PIC X(16) VALUE "errcons".
           03  FILLER PIC X(8)  VALUE "SESSMON".
           03  FILLER PIC X(16) VALUE "sessmon".
       01  Drill-Table REDEFINES Drill-Values.
           03  Drill-Entry OCCURS Drill-Items.
               05  Drl-Program             PIC X(8).
               05  Drl-Call-Name           PIC X(16).
       01  Call-Name                       PIC X(16).

       01  Refresh-Time-Split.
           03  Refresh-Hhmm                PIC 9(4).
           03  FILLER                      PIC 9(4).

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTDASH: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Dash-Exit-Flg-True
           PERFORM Program-Terminate.
      *---------------------------------------------------------------*
       Program-Initialize SECTION.
           INITIALIZE Ds-Control-Block
           INITIALIZE Dash-Data-Block
           MOVE Dash-Data-Block-Version-No TO
                                         Ds-Data-Block-Version-No
           MOVE Dash-Version-No TO Ds-Version-No

           MOVE Rts-Operator-Id TO My-Operator-Id
           PERFORM Load-Operator-Access

           MOVE "CTLTOTAL" TO Cfg-Logical
           MOVE "ctltot.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Control-File-Path

           MOVE "CUSTSUSP" TO Cfg-Logical
           MOVE "custsusp.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Suspense-File-Path

           PERFORM Refresh-Dashboard
           PERFORM Load-Screenset.
      *---------------------------------------------------------------*
       Program-Body SECTION.

           EVALUATE TRUE
               WHEN Dash-Refresh-Flg-True
                   MOVE SPACES TO Dash-Message
                   PERFORM Refresh-Dashboard
               WHEN Dash-Drill-Flg-True
                   PERFORM Drill-Into-Console
           END-EVALUATE

           PERFORM Clear-Flags
           PERFORM Call-Dialog-System.

      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE Ds-Quit-Set TO Ds-Control
           PERFORM Call-Dialog-System
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Operator-Access SECTION.
      *    The operator's users.dat access list, the one the Router
      *    dispatches by - with no users.dat nothing can be proved
      *    and every drill is refused.

           MOVE SPACES TO My-Programs
           OPEN INPUT User-File
           IF NOT User-File-Not-Found
               PERFORM UNTIL User-File-Eof
                   READ User-File
                       AT END
                           SET User-File-Eof TO TRUE
                       NOT AT END
                           IF User-Id = My-Operator-Id
                               MOVE User-Programs TO My-Programs
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE User-File
           END-IF
       .
      *---------------------------------------------------------------*
       Refresh-Dashboard SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME
           MOVE Run-Time TO Refresh-Time-Split
           MOVE Refresh-Hhmm TO Dash-Refreshed-Time

           PERFORM Read-Scheduler-Summary
           PERFORM Read-Control-Totals
           PERFORM Read-Suspense-Items
           PERFORM Read-Disputes
           PERFORM Read-Spool-Queue
           PERFORM Read-Email-Queue
           PERFORM Count-Error-Groups
           PERFORM Read-Session-Board

           MOVE "REFRESH-DASHBOARD" TO Ds-Procedure
       .
      *---------------------------------------------------------------*
       Read-Scheduler-Summary SECTION.
      *    SCHEDRPT.PRT holds every window's summary in turn; each
      *    heading starts the table again, so what is left at the
      *    end is the latest window.  Only step lines are taken -
      *    the count lines and the blank lines have no step number
      *    in columns 1-2.

           PERFORM Clear-Scheduler-Figures
           MOVE 0 TO Dash-Window-Date
           OPEN INPUT Summary-File
           IF NOT Summary-File-Not-Found
               PERFORM UNTIL Summary-File-Eof
                   MOVE SPACES TO Summary-Heading
                   READ Summary-File
                       AT END
                           SET Summary-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-One-Summary-Line
                   END-READ
               END-PERFORM
               CLOSE Summary-File
           END-IF
       .
      *---------------------------------------------------------------*
       Clear-Scheduler-Figures SECTION.

           MOVE 0 TO Dash-Step-Count Dash-Steps-Ok Dash-Steps-Failed
                     Dash-Steps-Held Dash-Steps-Not-Run
           PERFORM VARYING Step-Ind FROM 1 BY 1
                              UNTIL Step-Ind > Max-Steps
               MOVE SPACES TO Dash-Step-Program(Step-Ind)
                              Dash-Step-Outcome(Step-Ind)
                              Dash-Step-Note(Step-Ind)
               MOVE 0 TO Dash-Step-Start(Step-Ind)
                         Dash-Step-End(Step-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Take-One-Summary-Line SECTION.

           IF Smh-Title = "BATCH WINDOW SUMMARY -"
               PERFORM Clear-Scheduler-Figures
               MOVE 0 TO Dash-Window-Date
               IF Smh-Window-Date NUMERIC
                   MOVE Smh-Window-Date TO Dash-Window-Date
               END-IF
           ELSE
               IF Smd-Step(2:1) NUMERIC
                  AND Smd-Program NOT = SPACES
                  AND Dash-Step-Count < Max-Steps
                   PERFORM Take-One-Step
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Step SECTION.
      *    NOT DUE and DONE steps go on the grid but count against
      *    nothing.

           ADD 1 TO Dash-Step-Count
           MOVE Smd-Program TO Dash-Step-Program(Dash-Step-Count)
           MOVE Smd-Outcome TO Dash-Step-Outcome(Dash-Step-Count)
           MOVE Smd-Note    TO Dash-Step-Note(Dash-Step-Count)
           IF Smd-Start NUMERIC
               MOVE Smd-Start TO Dash-Step-Start(Dash-Step-Count)
           END-IF
           IF Smd-End NUMERIC
               MOVE Smd-End TO Dash-Step-End(Dash-Step-Count)
           END-IF

           EVALUATE Smd-Outcome
               WHEN "OK      "
                   ADD 1 TO Dash-Steps-Ok
               WHEN "FAILED  "
                   ADD 1 TO Dash-Steps-Failed
               WHEN "HELD    "
                   ADD 1 TO Dash-Steps-Held
               WHEN "NOT RUN "
                   ADD 1 TO Dash-Steps-Not-Run
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Read-Control-Totals SECTION.
      *    The file is a dated log, oldest first.  The debtors total
      *    is the last Custexpt line of its latest run date, set
      *    against the last one of the run date before; the cash
      *    figures are every Custcash line of its latest run date
      *    added together - a resumed run writes the part it did.

           MOVE 0 TO Dash-Debtors-Date Dash-Debtors-Today
                     Dash-Debtors-Prior-Date Dash-Debtors-Prior
                     Dash-Debtors-Change
                     Dash-Cash-Date Dash-Cash-Received
                     Dash-Cash-Posted Dash-Cash-Suspended
                     Dash-Cash-Percent
           OPEN INPUT Control-File
           IF NOT Control-File-Not-Found
               PERFORM UNTIL Control-File-Eof
                   READ Control-File
                       AT END
                           SET Control-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-One-Control-Total
                   END-READ
               END-PERFORM
               CLOSE Control-File
           END-IF

           IF Dash-Debtors-Prior-Date NOT = 0
               COMPUTE Dash-Debtors-Change =
                       Dash-Debtors-Today - Dash-Debtors-Prior
           END-IF
           IF Dash-Cash-Received > 0
               COMPUTE Dash-Cash-Percent ROUNDED =
                       Dash-Cash-Posted * 100 / Dash-Cash-Received
                   ON SIZE ERROR
                       MOVE 100 TO Dash-Cash-Percent
               END-COMPUTE
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Control-Total SECTION.

           EVALUATE Ctl-Job
               WHEN "CUSTEXPT"
                   IF Ctl-Run-Date > Dash-Debtors-Date
                       MOVE Dash-Debtors-Date TO Dash-Debtors-Prior-Date
                       MOVE Dash-Debtors-Today TO Dash-Debtors-Prior
                       MOVE Ctl-Run-Date TO Dash-Debtors-Date
                   END-IF
                   IF Ctl-Run-Date = Dash-Debtors-Date
                       MOVE Ctl-Value-In TO Dash-Debtors-Today
                   END-IF
               WHEN "CUSTCASH"
                   IF Ctl-Run-Date > Dash-Cash-Date
                       MOVE Ctl-Run-Date TO Dash-Cash-Date
                       MOVE 0 TO Dash-Cash-Received Dash-Cash-Posted
                                 Dash-Cash-Suspended
                   END-IF
                   IF Ctl-Run-Date = Dash-Cash-Date
                       ADD Ctl-Value-In    TO Dash-Cash-Received
                       ADD Ctl-Value-Out   TO Dash-Cash-Posted
                       ADD Ctl-Value-Aside TO Dash-Cash-Suspended
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Read-Suspense-Items SECTION.
      *    A posted item is marked "P" and drops off - the rest is
      *    what the Custsusp console still has to clear.

           MOVE 0 TO Dash-Suspense-Items Dash-Suspense-Value
           OPEN INPUT Suspense-File
           IF NOT Suspense-File-Not-Found
               PERFORM UNTIL Suspense-File-Eof
                   READ Suspense-File
                       AT END
                           SET Suspense-File-Eof TO TRUE
                       NOT AT END
                           IF Ssp-Status NOT = "P"
                              AND Ssp-Status NOT = "p"
                               ADD 1 TO Dash-Suspense-Items
                               ADD Ssp-Amount TO Dash-Suspense-Value
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Suspense-File
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Disputes SECTION.

           MOVE 0 TO Dash-Disputes-Open Dash-Disputes-Late
           OPEN INPUT Dispute-File
           IF NOT Dispute-File-Not-Found
               PERFORM UNTIL Dispute-File-Eof
                   READ Dispute-File
                       AT END
                           SET Dispute-File-Eof TO TRUE
                       NOT AT END
                           IF Dis-Status = "O"
                               ADD 1 TO Dash-Disputes-Open
                               IF Dis-Target NUMERIC
                                  AND Dis-Target NOT = 0
                                  AND Dis-Target < Run-Date
                                   ADD 1 TO Dash-Disputes-Late
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Dispute-File
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Spool-Queue SECTION.

           MOVE 0 TO Dash-Print-Failed
           OPEN INPUT Spool-File
           IF NOT Spool-File-Not-Found
               PERFORM UNTIL Spool-File-Eof
                   READ Spool-File
                       AT END
                           SET Spool-File-Eof TO TRUE
                       NOT AT END
                           IF Spool-Status = "F"
                               ADD 1 TO Dash-Print-Failed
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Spool-File
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Email-Queue SECTION.

           MOVE 0 TO Dash-Email-Failed
           OPEN INPUT Email-Queue-File
           IF NOT Email-Queue-File-Not-Found
               PERFORM UNTIL Email-Queue-File-Eof
                   READ Email-Queue-File
                       AT END
                           SET Email-Queue-File-Eof TO TRUE
                       NOT AT END
                           IF Emq-Status = "F"
                               ADD 1 TO Dash-Email-Failed
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Email-Queue-File
           END-IF
       .
      *---------------------------------------------------------------*
       Count-Error-Groups SECTION.
      *    The Errcons board's count: syserr.log grouped by program
      *    and code, less what erracks.dat says is acknowledged.

           MOVE 0 TO Ack-Count-Ws
           OPEN INPUT Ack-File
           IF NOT Ack-File-Not-Found
               PERFORM UNTIL Ack-File-Eof
                            OR Ack-Count-Ws = Max-Acks
                   READ Ack-File
                       AT END
                           SET Ack-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Ack-Count-Ws
                           MOVE Ack-Program TO
                                        At-Program(Ack-Count-Ws)
                           MOVE Ack-Code TO At-Code(Ack-Count-Ws)
                           MOVE Ack-Count TO At-Count(Ack-Count-Ws)
                   END-READ
               END-PERFORM
               CLOSE Ack-File
           END-IF

           MOVE 0 TO Grp-Count
           OPEN INPUT Error-Log-File
           IF NOT Error-Log-Not-Found
               PERFORM UNTIL Error-Log-Eof
                   READ Error-Log-File
                       AT END
                           SET Error-Log-Eof TO TRUE
                       NOT AT END
                           PERFORM Count-One-Error
                   END-READ
               END-PERFORM
               CLOSE Error-Log-File
           END-IF

           MOVE 0 TO Dash-Error-Groups
           PERFORM VARYING Grp-Ind FROM 1 BY 1
                              UNTIL Grp-Ind > Grp-Count
               PERFORM Find-Unacked-Count
               IF Unacked-Wrk > 0
                   ADD 1 TO Dash-Error-Groups
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Count-One-Error SECTION.

           MOVE 0 TO This-Grp-Ind
           PERFORM VARYING Grp-Ind FROM 1 BY 1
                              UNTIL Grp-Ind > Grp-Count
                                    OR This-Grp-Ind NOT = 0
               IF Gt-Program(Grp-Ind) = Elg-Program
                  AND Gt-Code(Grp-Ind) = Elg-Code
                   MOVE Grp-Ind TO This-Grp-Ind
               END-IF
           END-PERFORM
           IF This-Grp-Ind = 0 AND Grp-Count < Max-Error-Groups
               ADD 1 TO Grp-Count
               MOVE Elg-Program TO Gt-Program(Grp-Count)
               MOVE Elg-Code TO Gt-Code(Grp-Count)
               MOVE 0 TO Gt-Count(Grp-Count)
               MOVE Grp-Count TO This-Grp-Ind
           END-IF
           IF This-Grp-Ind NOT = 0
               ADD 1 TO Gt-Count(This-Grp-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Unacked-Count SECTION.

           COMPUTE Unacked-Wrk = Gt-Count(Grp-Ind)
           PERFORM VARYING Ack-Ind FROM 1 BY 1
                              UNTIL Ack-Ind > Ack-Count-Ws
               IF At-Program(Ack-Ind) = Gt-Program(Grp-Ind)
                  AND At-Code(Ack-Ind) = Gt-Code(Grp-Ind)
                   COMPUTE Unacked-Wrk = Gt-Count(Grp-Ind)
                                       - At-Count(Ack-Ind)
               END-IF
           END-PERFORM
           IF Unacked-Wrk < 0
               MOVE 0 TO Unacked-Wrk
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Session-Board SECTION.
      *    Every live slot goes on the grid; one last touched before
      *    today is a session the Sessmon sweep would clear.

           MOVE 0 TO Dash-Session-Count Dash-Sessions-Stale
           PERFORM VARYING Ses-Ind FROM 1 BY 1
                              UNTIL Ses-Ind > Max-Sessions
               MOVE SPACES TO Dash-Ses-Operator(Ses-Ind)
                              Dash-Ses-Workstation(Ses-Ind)
                              Dash-Ses-Program(Ses-Ind)
               MOVE 0 TO Dash-Ses-On-Date(Ses-Ind)
           END-PERFORM

           OPEN INPUT Session-File
           IF NOT Session-File-Not-Found
               PERFORM UNTIL Session-File-Eof
                   READ Session-File
                       AT END
                           SET Session-File-Eof TO TRUE
                       NOT AT END
                           IF Ses-Operator NOT = SPACES
                              AND Dash-Session-Count < Max-Sessions
                               PERFORM Take-One-Session
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Session-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Session SECTION.

           ADD 1 TO Dash-Session-Count
           MOVE Ses-Operator
                        TO Dash-Ses-Operator(Dash-Session-Count)
           MOVE Ses-Workstation
                        TO Dash-Ses-Workstation(Dash-Session-Count)
           MOVE Ses-On-Date
                        TO Dash-Ses-On-Date(Dash-Session-Count)
           MOVE Ses-Program
                        TO Dash-Ses-Program(Dash-Session-Count)
           IF Ses-Upd-Date < Run-Date
               ADD 1 TO Dash-Sessions-Stale
           END-IF
       .
      *---------------------------------------------------------------*
       Drill-Into-Console SECTION.
      *    The console runs in its own right, as if picked from the
      *    menu, and starts afresh next time.

           MOVE SPACES TO Dash-Message
           IF Dash-Drill-Item < 1 OR Dash-Drill-Item > Drill-Items
               CONTINUE
           ELSE
               PERFORM Judge-Drill-Allowed
               IF NOT Drill-Allowed
                   STRING Drl-Program(Dash-Drill-Item)
                          DELIMITED BY SPACE
                          " IS NOT ON YOUR ACCESS LIST"
                          DELIMITED BY SIZE
                          INTO Dash-Message
                   END-STRING
               ELSE
                   MOVE Drl-Call-Name(Dash-Drill-Item) TO Call-Name
                   MOVE "N" TO Call-Failed-Sw
                   CALL Call-Name
                       ON EXCEPTION
                           SET Call-Failed TO TRUE
                   END-CALL
                   IF Call-Failed
                       STRING Drl-Program(Dash-Drill-Item)
                              DELIMITED BY SPACE
                              " IS NOT INSTALLED ON THIS SYSTEM"
                              DELIMITED BY SIZE
                              INTO Dash-Message
                       END-STRING
                   ELSE
                       CANCEL Call-Name
                   END-IF
               END-IF
           END-IF
           PERFORM Refresh-Dashboard
       .
      *---------------------------------------------------------------*
       Judge-Drill-Allowed SECTION.
      *    Whole tokens only, padded to eight, as the Router judges
      *    a dispatch.

           MOVE "N" TO Drill-Allowed-Sw
           MOVE 1 TO Scan-Ind
           PERFORM UNTIL Scan-Ind > 40 OR Drill-Allowed
               PERFORM UNTIL Scan-Ind > 40
                     OR My-Programs(Scan-Ind:1) NOT = SPACE
                   ADD 1 TO Scan-Ind
               END-PERFORM
               IF Scan-Ind NOT > 40
                   MOVE SPACES TO Profile-Token
                   MOVE 0 TO Token-Len
                   PERFORM UNTIL Scan-Ind > 40
                         OR My-Programs(Scan-Ind:1) = SPACE
                       IF Token-Len < 8
                           ADD 1 TO Token-Len
                           MOVE My-Programs(Scan-Ind:1)
                                   TO Profile-Token(Token-Len:1)
                       END-IF
                       ADD 1 TO Scan-Ind
                   END-PERFORM
                   IF Profile-Token = Drl-Program(Dash-Drill-Item)
                       SET Drill-Allowed TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Clear-Flags SECTION.

           INITIALIZE Dash-Flag-Group
       .
      *---------------------------------------------------------------*
       Load-Screenset SECTION.

           MOVE Ds-New-Set   TO Ds-Control
           MOVE Main-SS-Name TO Ds-Set-Name
           PERFORM Call-Dialog-System
       .
      *---------------------------------------------------------------*
       Call-Dialog-System SECTION.

           CALL Dialog-System USING Ds-Control-Block,
                                    Dash-Data-Block
                                    Ds-Event-Block

           IF NOT Ds-No-Error
               MOVE "CUSTDASH" TO Err-Program
               MOVE Ds-Set-Name TO Err-Screenset
               MOVE My-Operator-Id TO Err-Operator
               MOVE Ds-Error-Code TO Err-Code
               CALL Error-Handler USING Err-Context
               IF NOT Err-Continue-Allowed
                   MOVE Ds-Error-Code TO Display-Error-No
                   PERFORM Program-Terminate
               END-IF
           END-IF
       .

      *****************************************************************
