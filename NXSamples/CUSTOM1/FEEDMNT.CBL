      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Feedmnt.

      *---------------------------------------------------------------*
      *    Inbound file register console - the supervisor's side of
      *    the duplicate-file check the import programs make through
      *    the inbound file register (see INFEED.CPY):
      *        L         list the files refused as repeats and still
      *                  waiting - program, file, the day it was
      *                  first refused, how often, and its
      *                  fingerprint (records, value total, first
      *                  record)
      *        O nnn     override refusal nnn of the list - the
      *                  program may take that file once more on its
      *                  next run
      *        Q         leave
      *    A refusal stops waiting when it is overridden or when the
      *    file has gone through since.  The override goes on the
      *    register infeed.dat itself (see INFDREG.CPY) with the
      *    supervisor's name and the time, so the register is the
      *    record of who let what through.
      *    Only a supervisor (see SUPCHECK.CPY) may use it.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Register-File ASSIGN "infeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Register-File.
           COPY "INFDREG.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       78  Max-Refusals                VALUE 500.

       77  Register-File-Status        PIC X(2).
          88  Register-File-Eof           VALUE "10".
          88  Register-File-Not-Found     VALUE "35".

       77  Ref-Count                   PIC 9(4) COMP.
       77  Ref-Ind                     PIC 9(4) COMP.
       77  Found-Ind                   PIC 9(4) COMP.
       77  Waiting-Count               PIC 9(4) COMP.
       01  Table-Full-Sw               PIC X(01).
          88  Table-Full                  VALUE "Y".
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

      *    one line per fingerprint refused, in register order
       01  Refusal-Table.
           03  Refusal-Entry OCCURS Max-Refusals.
               05  Rt-Program          PIC X(8).
               05  Rt-File-Name        PIC X(40).
               05  Rt-Records          PIC 9(7).
               05  Rt-Value-Total      PIC S9(15).
               05  Rt-First-Record     PIC X(80).
               05  Rt-Last-Record      PIC X(80).
               05  Rt-Refused-Date     PIC 9(8).
               05  Rt-Times            PIC 9(4).
               05  Rt-State            PIC X.
                   88  Rt-Waiting          VALUE "W".
                   88  Rt-Cleared          VALUE "C".

       01  Answer-Line                 PIC X(12).
       01  Answer-Action               PIC X.
       01  Answer-Number-X             PIC X(3).
       01  Answer-Number               PIC 9(3).
       77  Char-Ind                    PIC 9(2) COMP.
       01  Digit-X                     PIC X.
       01  Digit REDEFINES Digit-X     PIC 9.
       01  Now-Time                    PIC 9(8).

       01  My-Operator-Id              PIC X(8).

       01  List-Line.
           03  Lst-Number              PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Program             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-File-Name           PIC X(16).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Refused-Date        PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Times               PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Records             PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Value-Total         PIC -(14)9.
       01  First-Record-Line.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  Lst-First-Record        PIC X(66).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "FEEDMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Show-The-Refusals
               PERFORM Work-One-Action UNTIL All-Done
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "FEEDMNT: SUPERVISORS ONLY"
               SET All-Done TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Refusals SECTION.
      *    In register order: a refusal starts (or restarts) a
      *    fingerprint waiting; an override or a processed line
      *    after it clears it.

           MOVE 0 TO Ref-Count
           MOVE "N" TO Table-Full-Sw
           OPEN INPUT Register-File
           IF NOT Register-File-Not-Found
               PERFORM UNTIL Register-File-Eof
                   READ Register-File
                       AT END
                           SET Register-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Note-One-Register-Line
                   END-READ
               END-PERFORM
               CLOSE Register-File
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Register-Line SECTION.

           MOVE 0 TO Found-Ind
           PERFORM VARYING Ref-Ind FROM 1 BY 1
                   UNTIL Ref-Ind > Ref-Count OR Found-Ind NOT = 0
               IF Rt-Program(Ref-Ind) = Inr-Program
                  AND Rt-Records(Ref-Ind) = Inr-Records
                  AND Rt-Value-Total(Ref-Ind) = Inr-Value-Total
                  AND Rt-First-Record(Ref-Ind) = Inr-First-Record
                  AND Rt-Last-Record(Ref-Ind) = Inr-Last-Record
                   MOVE Ref-Ind TO Found-Ind
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN Inr-Refused AND Found-Ind = 0
                   IF Ref-Count < Max-Refusals
                       ADD 1 TO Ref-Count
                       MOVE Inr-Program      TO Rt-Program(Ref-Count)
                       MOVE Inr-File-Name    TO Rt-File-Name(Ref-Count)
                       MOVE Inr-Records      TO Rt-Records(Ref-Count)
                       MOVE Inr-Value-Total
                                         TO Rt-Value-Total(Ref-Count)
                       MOVE Inr-First-Record
                                         TO Rt-First-Record(Ref-Count)
                       MOVE Inr-Last-Record
                                         TO Rt-Last-Record(Ref-Count)
                       MOVE Inr-Date     TO Rt-Refused-Date(Ref-Count)
                       MOVE 1            TO Rt-Times(Ref-Count)
                       SET Rt-Waiting(Ref-Count) TO TRUE
                   ELSE
                       SET Table-Full TO TRUE
                   END-IF
               WHEN Inr-Refused
                   IF Rt-Cleared(Found-Ind)
                       MOVE Inr-Date TO Rt-Refused-Date(Found-Ind)
                       MOVE 0 TO Rt-Times(Found-Ind)
                       SET Rt-Waiting(Found-Ind) TO TRUE
                   END-IF
                   ADD 1 TO Rt-Times(Found-Ind)
               WHEN Found-Ind = 0
                   CONTINUE
               WHEN OTHER
                   SET Rt-Cleared(Found-Ind) TO TRUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Show-The-Refusals SECTION.

           PERFORM Load-The-Refusals
           MOVE 0 TO Waiting-Count
           DISPLAY "NO. PROGRAM  FILE             REFUSED  TIMES "
                   "RECORDS     VALUE TOTAL"
           PERFORM VARYING Ref-Ind FROM 1 BY 1 UNTIL Ref-Ind > Ref-Count
               IF Rt-Waiting(Ref-Ind)
                   PERFORM Show-One-Refusal
               END-IF
           END-PERFORM
           IF Table-Full
               DISPLAY "FEEDMNT: MORE REFUSALS THAN THE LIST HOLDS - "
                       "ONLY THE FIRST " Max-Refusals " SHOWN"
           END-IF
           DISPLAY Waiting-Count " FILE(S) REFUSED AND WAITING"
       .
      *---------------------------------------------------------------*
       Show-One-Refusal SECTION.

           ADD 1 TO Waiting-Count
           MOVE Ref-Ind                  TO Lst-Number
           MOVE Rt-Program(Ref-Ind)      TO Lst-Program
           MOVE Rt-File-Name(Ref-Ind)    TO Lst-File-Name
           MOVE Rt-Refused-Date(Ref-Ind) TO Lst-Refused-Date
           MOVE Rt-Times(Ref-Ind)        TO Lst-Times
           MOVE Rt-Records(Ref-Ind)      TO Lst-Records
           MOVE Rt-Value-Total(Ref-Ind)  TO Lst-Value-Total
           MOVE Rt-First-Record(Ref-Ind) TO Lst-First-Record
           DISPLAY List-Line
           DISPLAY First-Record-Line
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / O nnn / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:3) TO Answer-Number-X

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Refusals
               WHEN "O" WHEN "o"
                   PERFORM Override-A-Refusal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Override-A-Refusal SECTION.
      *    The list is read again first - another supervisor, or the
      *    program itself, may have moved on since it was shown.

           MOVE 0 TO Answer-Number
           PERFORM VARYING Char-Ind FROM 1 BY 1 UNTIL Char-Ind > 3
               MOVE Answer-Number-X(Char-Ind:1) TO Digit-X
               IF Digit-X >= "0" AND Digit-X <= "9"
                   COMPUTE Answer-Number = Answer-Number * 10 + Digit
               END-IF
           END-PERFORM
           PERFORM Load-The-Refusals
           IF Answer-Number = 0 OR Answer-Number > Ref-Count
               DISPLAY "NO SUCH LINE ON THE LIST"
           ELSE
               IF NOT Rt-Waiting(Answer-Number)
                   DISPLAY "LINE " Answer-Number
                           " IS NO LONGER WAITING - LIST IT AGAIN"
               ELSE
                   PERFORM Register-The-Override
                   DISPLAY Rt-Program(Answer-Number) " MAY TAKE "
                           Rt-File-Name(Answer-Number)
                   DISPLAY "ONCE MORE ON ITS NEXT RUN"
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Register-The-Override SECTION.

           OPEN EXTEND Register-File
           MOVE SPACES TO Inbound-Register-Record
           SET Inr-Override TO TRUE
           MOVE Rt-Program(Answer-Number)      TO Inr-Program
           ACCEPT Inr-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Now-Time(1:6)                  TO Inr-Time
           MOVE My-Operator-Id                 TO Inr-By
           MOVE Rt-Records(Answer-Number)      TO Inr-Records
           MOVE Rt-Value-Total(Answer-Number)  TO Inr-Value-Total
           MOVE Rt-File-Name(Answer-Number)    TO Inr-File-Name
           MOVE Rt-First-Record(Answer-Number) TO Inr-First-Record
           MOVE Rt-Last-Record(Answer-Number)  TO Inr-Last-Record
           WRITE Inbound-Register-Record
           CLOSE Register-File
       .

      *****************************************************************
