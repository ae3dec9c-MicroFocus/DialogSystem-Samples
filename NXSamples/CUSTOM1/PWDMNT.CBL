      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pwdmnt.

      *---------------------------------------------------------------*
      *    Operator password console - the supervisor's side of the
      *    sign-on passwords the Router checks through the shared
      *    password check (see PWDCHECK.CPY):
      *        L         list every operator on users.dat with the
      *                  date the password was set, whether a change
      *                  is due, and whether they are locked out
      *        R uuuuuuuu
      *                  reset an operator's password to one the
      *                  supervisor keys - the operator is unlocked
      *                  and must change it at the next sign-on
      *        U uuuuuuuu
      *                  unlock an operator, password unchanged
      *        Q         leave
      *    Only a supervisor (see SUPCHECK.CPY) may use it, and never
      *    on their own sign-on - that goes to another supervisor.
      *    Every reset and unlock is logged to pwdmnt.log: when, who
      *    did it, to whom - never the password.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-File ASSIGN "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS User-File-Status.

           SELECT Action-Log-File ASSIGN "pwdmnt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Action-Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout as the Router reads it - kept in step
       FD  User-File.
       01  User-Record.
           03  User-Id                 PIC X(8).
           03  FILLER                  PIC X(1).
           03  User-Name               PIC X(20).
           03  FILLER                  PIC X(1).
           03  User-Programs           PIC X(40).
      *    the password standing - see PWDCHECK.CBL
           03  FILLER                  PIC X(34).

       FD  Action-Log-File.
       01  Action-Log-Record           PIC X(60).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".
       78 Password-Service VALUE "pwdcheck".
           COPY "PWDCHECK.CPY".

       77  User-File-Status            PIC X(2).
          88  User-File-Eof               VALUE "10".
          88  User-File-Not-Found         VALUE "35".
       77  Action-Log-File-Status      PIC X(2).
          88  Action-Log-File-Not-Found   VALUE "35".

       77  User-Count                  PIC 9(4) COMP.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

       01  Answer-Line                 PIC X(12).
       01  Answer-Action               PIC X.
       01  Answer-User-Id              PIC X(8).
       01  Keyed-Password              PIC X(16).
       01  Keyed-Confirm-Password      PIC X(16).

       01  My-Operator-Id              PIC X(8).

       01  List-Line.
           03  Lst-User-Id             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-User-Name           PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-Date            PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Change              PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Locked              PIC X(6).

       01  Action-Log-Line.
           03  Act-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Act-Time                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Act-Action              PIC X(8).
           03  Act-User-Id             PIC X(8).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  Act-Supervisor          PIC X(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "PWDMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Show-The-Operators
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
               DISPLAY "PWDMNT: SUPERVISORS ONLY"
               SET All-Done TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-Operators SECTION.

           MOVE 0 TO User-Count
           OPEN INPUT User-File
           IF User-File-Not-Found
               DISPLAY "PWDMNT: NO USERS.DAT ON THIS SYSTEM"
           ELSE
               DISPLAY "OPERATOR NAME                 SET ON    "
                       "CHANGE      LOCK"
               PERFORM UNTIL User-File-Eof
                   READ User-File
                       AT END
                           SET User-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Show-One-Operator
                   END-READ
               END-PERFORM
               CLOSE User-File
               DISPLAY User-Count " OPERATOR(S)"
           END-IF
       .
      *---------------------------------------------------------------*
       Show-One-Operator SECTION.

           INITIALIZE Pwd-Check
           SET Pwd-Enquire TO TRUE
           MOVE "PWDMNT" TO Pwd-Program
           MOVE User-Id TO Pwd-User-Id
           CALL Password-Service USING Pwd-Check

           ADD 1 TO User-Count
           MOVE User-Id   TO Lst-User-Id
           MOVE User-Name TO Lst-User-Name
           IF Pwd-Set-Date = 0
               MOVE "NEVER" TO Lst-Set-Date
           ELSE
               MOVE Pwd-Set-Date TO Lst-Set-Date
           END-IF
           IF Pwd-Change-Due
               MOVE "CHANGE DUE" TO Lst-Change
           ELSE
               MOVE SPACES TO Lst-Change
           END-IF
           IF Pwd-Is-Locked
               MOVE "LOCKED" TO Lst-Locked
           ELSE
               MOVE SPACES TO Lst-Locked
           END-IF
           DISPLAY List-Line
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / R uuuuuuuu / U uuuuuuuu / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:8) TO Answer-User-Id

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Operators
               WHEN "R" WHEN "r"
                   IF Answer-User-Id = My-Operator-Id
                       DISPLAY "NOT YOUR OWN - ANOTHER SUPERVISOR "
                               "MUST DO IT"
                   ELSE
                       PERFORM Reset-A-Password
                   END-IF
               WHEN "U" WHEN "u"
                   IF Answer-User-Id = My-Operator-Id
                       DISPLAY "NOT YOUR OWN - ANOTHER SUPERVISOR "
                               "MUST DO IT"
                   ELSE
                       PERFORM Unlock-An-Operator
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Reset-A-Password SECTION.

           DISPLAY "NEW PASSWORD FOR " Answer-User-Id ": "
                   WITH NO ADVANCING
           ACCEPT Keyed-Password WITH NO-ECHO
           DISPLAY "AGAIN: " WITH NO ADVANCING
           ACCEPT Keyed-Confirm-Password WITH NO-ECHO
           IF Keyed-Password NOT = Keyed-Confirm-Password
               DISPLAY "THE TWO DID NOT MATCH - NOT RESET"
           ELSE
               INITIALIZE Pwd-Check
               SET Pwd-Reset TO TRUE
               MOVE "PWDMNT" TO Pwd-Program
               MOVE Answer-User-Id TO Pwd-User-Id
               MOVE Keyed-Password TO Pwd-New-Password
               CALL Password-Service USING Pwd-Check
               EVALUATE TRUE
                   WHEN Pwd-Ok
                       MOVE "RESET" TO Act-Action
                       PERFORM Log-The-Action
                       DISPLAY Answer-User-Id " RESET AND UNLOCKED - "
                               "TO CHANGE IT AT SIGN-ON"
                   WHEN Pwd-Refused
                       DISPLAY "AT LEAST SIX CHARACTERS - NOT RESET"
                   WHEN OTHER
                       DISPLAY "NO SUCH OPERATOR ON USERS.DAT"
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Unlock-An-Operator SECTION.

           INITIALIZE Pwd-Check
           SET Pwd-Unlock TO TRUE
           MOVE "PWDMNT" TO Pwd-Program
           MOVE Answer-User-Id TO Pwd-User-Id
           CALL Password-Service USING Pwd-Check
           IF Pwd-Ok
               MOVE "UNLOCK" TO Act-Action
               PERFORM Log-The-Action
               DISPLAY Answer-User-Id " UNLOCKED"
           ELSE
               DISPLAY "NO SUCH OPERATOR ON USERS.DAT"
           END-IF
       .
      *---------------------------------------------------------------*
       Log-The-Action SECTION.

           OPEN EXTEND Action-Log-File
           IF Action-Log-File-Not-Found
               OPEN OUTPUT Action-Log-File
               CLOSE Action-Log-File
               OPEN EXTEND Action-Log-File
           END-IF
           ACCEPT Act-Date FROM DATE YYYYMMDD
           ACCEPT Act-Time FROM TIME
           MOVE Answer-User-Id TO Act-User-Id
           MOVE My-Operator-Id TO Act-Supervisor
           WRITE Action-Log-Record FROM Action-Log-Line
           CLOSE Action-Log-File
       .

      *****************************************************************
