      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custmend.

      *---------------------------------------------------------------*
      *    Month-end close console - the paper checklist retired.
      *    Shows a period's month-end checklist as the shared
      *    month-end service sees it (see MENDCHK.CPY): each batch
      *    step's standing from the scheduler's summaries and the
      *    checkpoint file, each review's sign-off, and whether the
      *    period may now be closed on Custperm:
      *        P ccyymm  work on another period (this month's to
      *                  start with)
      *        L         list the checklist again
      *        S nn      sign off item nn - the supervisor says what
      *                  was reviewed or how the differences are
      *                  explained, and it goes on the permanent
      *                  record mendsign.dat with their name and the
      *                  time
      *        H         the period's record: every sign-off, close
      *                  and reopen, oldest first
      *        Q         leave
      *    Anyone the Router lets in may look; only a supervisor
      *    (see SUPCHECK.CPY) may sign.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Signoff-File ASSIGN "mendsign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Signoff-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout as written by MENDCHK.CBL - kept in step
       FD  Signoff-File.
       01  Signoff-Record.
           03  Msl-Kind                PIC X.
               88  Msl-Signed              VALUE "S".
               88  Msl-Closed              VALUE "K".
               88  Msl-Reopened            VALUE "O".
           03  FILLER                  PIC X(1).
           03  Msl-Period              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Msl-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Msl-By                  PIC X(8).
           03  FILLER                  PIC X(1).
           03  Msl-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Msl-Time                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Msl-Note                PIC X(40).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Month-End-Service           VALUE "mendchk".
           COPY "MENDCHK.CPY".

      *    the accounting period check - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

       77  Signoff-File-Status         PIC X(2).
          88  Signoff-File-Eof            VALUE "10".
          88  Signoff-File-Not-Found      VALUE "35".

       77  Item-Ind                    PIC 9(2) COMP.
       77  Scan-Ind                    PIC 9(2) COMP.
       77  History-Count               PIC 9(4) COMP.
       01  History-Count-Out           PIC Z(3)9.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Number-X             PIC X(6).
       77  Answer-Number               PIC 9(6).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Keyed-Note                  PIC X(40).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Period              PIC 9(6).
           03  FILLER                  PIC 9(2).
       01  Period-Date                 PIC 9(8).
       01  Period-Date-Split REDEFINES Period-Date.
           03  Period-Date-Period      PIC 9(6).
           03  Period-Date-Day         PIC 9(2).

       01  Period-Heading.
           03  FILLER                  PIC X(17) VALUE
               "MONTH-END PERIOD ".
           03  Hdg-Period              PIC 9(6).
           03  FILLER                  PIC X(3) VALUE " - ".
           03  Hdg-Standing            PIC X(40).

       01  Item-Line.
           03  Itm-Number              PIC Z9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Program             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Description         PIC X(32).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Run-Status          PIC X(12).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Run-Date            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Done                PIC X(4).
       01  Sign-Line.
           03  FILLER                  PIC X(13) VALUE
               "   SIGNED BY ".
           03  Sgn-By                  PIC X(9).
           03  Sgn-On                  PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Sgn-Note                PIC X(40).

       01  History-Line.
           03  Hst-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Time                PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-What                PIC X(11).
           03  Hst-Program             PIC X(9).
           03  Hst-By                  PIC X(9).
           03  Hst-Note                PIC X(40).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTMEND: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Period TO Mnd-Period

           PERFORM Show-The-Checklist
           PERFORM Work-One-Action UNTIL All-Done
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (P ccyymm / L / S nn / H / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:6) TO Answer-Number-X
           MOVE 0 TO Answer-Number
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 6
               MOVE Answer-Number-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Answer-Number = Answer-Number * 10
                                         + Digit-Cell
               END-IF
           END-PERFORM

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "P" WHEN "p"
                   IF Answer-Number < 190001
                      OR Answer-Number(5:2) < "01"
                      OR Answer-Number(5:2) > "12"
                       DISPLAY "KEY THE PERIOD AS CCYYMM"
                   ELSE
                       MOVE Answer-Number TO Mnd-Period
                       PERFORM Show-The-Checklist
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Checklist
               WHEN "S" WHEN "s"
                   PERFORM Sign-Off-An-Item
               WHEN "H" WHEN "h"
                   PERFORM Show-The-History
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Show-The-Checklist SECTION.

           SET Mnd-Action-Check TO TRUE
           MOVE My-Operator-Id TO Mnd-Operator-Id
           CALL Month-End-Service USING Month-End
           PERFORM List-The-Items
       .
      *---------------------------------------------------------------*
       List-The-Items SECTION.

           MOVE Mnd-Period TO Hdg-Period
           MOVE Mnd-Period TO Period-Date-Period
           MOVE 1 TO Period-Date-Day
           MOVE Period-Date TO Per-Date
           CALL Period-Check-Service USING Per-Check
           EVALUATE TRUE
               WHEN Per-Period-Closed
                   MOVE "CLOSED ON CUSTPERM" TO Hdg-Standing
               WHEN Mnd-Ready
                   MOVE "COMPLETE - READY TO CLOSE ON CUSTPERM"
                     TO Hdg-Standing
               WHEN OTHER
                   MOVE "NOT READY TO CLOSE" TO Hdg-Standing
           END-EVALUATE
           DISPLAY Period-Heading
           DISPLAY "NO PROGRAM  ITEM                             "
                   "STATUS       RUN FOR  DONE"
           PERFORM VARYING Item-Ind FROM 1 BY 1
                   UNTIL Item-Ind > Mnd-Item-Count
               PERFORM Show-One-Item
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Show-One-Item SECTION.

           MOVE Item-Ind                  TO Itm-Number
           MOVE Mnd-Program(Item-Ind)     TO Itm-Program
           MOVE Mnd-Description(Item-Ind) TO Itm-Description
           MOVE Mnd-Run-Status(Item-Ind)  TO Itm-Run-Status
           IF Mnd-Run-Date(Item-Ind) = 0
               MOVE SPACES TO Itm-Run-Date
           ELSE
               MOVE Mnd-Run-Date(Item-Ind) TO Itm-Run-Date
           END-IF
           EVALUATE TRUE
               WHEN Mnd-Complete(Item-Ind)
                   MOVE "YES" TO Itm-Done
               WHEN Mnd-Kind-Run(Item-Ind)
                   MOVE "NO" TO Itm-Done
               WHEN OTHER
                   MOVE "SIGN" TO Itm-Done
           END-EVALUATE
           DISPLAY Item-Line
           IF Mnd-Signed-By(Item-Ind) NOT = SPACES
               MOVE Mnd-Signed-By(Item-Ind)   TO Sgn-By
               MOVE Mnd-Signed-On(Item-Ind)   TO Sgn-On
               MOVE Mnd-Signed-Note(Item-Ind) TO Sgn-Note
               DISPLAY Sign-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Sign-Off-An-Item SECTION.

           IF Answer-Number = 0 OR Answer-Number > Mnd-Item-Count
               DISPLAY "KEY S AND THE ITEM NUMBER FROM THE LIST"
           ELSE
               PERFORM Sign-The-Item
           END-IF
       .
      *---------------------------------------------------------------*
       Sign-The-Item SECTION.

           DISPLAY "REVIEWED / EXPLAINED: " WITH NO ADVANCING
           MOVE SPACES TO Keyed-Note
           ACCEPT Keyed-Note
           SET Mnd-Action-Sign TO TRUE
           MOVE My-Operator-Id TO Mnd-Operator-Id
           MOVE Answer-Number TO Mnd-Sign-Item
           MOVE Keyed-Note TO Mnd-Sign-Note
           CALL Month-End-Service USING Month-End
           IF Mnd-Signed
               DISPLAY "ITEM " Mnd-Sign-Item " SIGNED OFF"
               PERFORM Show-The-Checklist
           ELSE
               DISPLAY "NOT SIGNED - " Mnd-Reason
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-History SECTION.

           MOVE 0 TO History-Count
           OPEN INPUT Signoff-File
           IF NOT Signoff-File-Not-Found
               PERFORM UNTIL Signoff-File-Eof
                   READ Signoff-File
                       AT END
                           SET Signoff-File-Eof TO TRUE
                       NOT AT END
                           IF Msl-Period = Mnd-Period
                               PERFORM Show-One-History-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Signoff-File
           END-IF
           MOVE History-Count TO History-Count-Out
           DISPLAY History-Count-Out " ENTRIES FOR " Mnd-Period
       .
      *---------------------------------------------------------------*
       Show-One-History-Line SECTION.

           ADD 1 TO History-Count
           MOVE Msl-Date    TO Hst-Date
           MOVE Msl-Time    TO Hst-Time
           EVALUATE TRUE
               WHEN Msl-Signed
                   MOVE "SIGNED OFF" TO Hst-What
               WHEN Msl-Closed
                   MOVE "CLOSED" TO Hst-What
               WHEN Msl-Reopened
                   MOVE "REOPENED" TO Hst-What
               WHEN OTHER
                   MOVE Msl-Kind TO Hst-What
           END-EVALUATE
           MOVE Msl-Program TO Hst-Program
           MOVE Msl-By      TO Hst-By
           MOVE Msl-Note    TO Hst-Note
           DISPLAY History-Line
       .

      *****************************************************************
