      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pwdcheck.

      *---------------------------------------------------------------*
      *    Shared password check (see PWDCHECK.CPY for the interface).
      *    The operator master users.dat carries, after the access
      *    list, each operator's password standing:
      *        hash       18 digits, never the password itself - two
      *                   running remainders over the operator id
      *                   and the password, the arithmetic Audlog
      *                   chains the audit trail with, so the same
      *                   password on two operators hashes apart
      *        set date   when it was last set, CCYYMMDD
      *        change     "Y" - must be changed at the next sign-on
      *                   (a supervisor's reset sets it)
      *        failures   wrong passwords in a row, one digit
      *        locked     "Y" - locked out after Max-Failures wrong
      *    A line from before passwords (nothing after the access
      *    list) has no password yet: the operator signs on with a
      *    blank one and is made to choose one there and then.  A
      *    password older than Password-Life days must be changed
      *    too.  Every lockout is logged to syserr.log in the layout
      *    ERRHAND.CBL writes, under Lockout-Error-Code, so the error
      *    console shows it with the rest.  The master is read and,
      *    when anything changed, written back whole on every call -
      *    it is a few dozen lines and several sessions share it.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-File ASSIGN "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS User-File-Status.

           SELECT Error-Log-File ASSIGN "syserr.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Error-Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  User-File.
       01  User-Record                 PIC X(104).

       FD  Error-Log-File.
       01  Error-Log-Record            PIC X(60).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Users                   VALUE 500.
       78  Max-Failures                VALUE 3.
       78  Password-Life               VALUE 90.
       78  Min-Password-Length         VALUE 6.
       78  Lockout-Error-Code          VALUE 9001.
       78  Hash-Modulus                VALUE 999999937.
       78  Date-Calc-Service           VALUE "datecalc".

       77  User-File-Status            PIC X(2).
          88  User-File-Eof               VALUE "10".
          88  User-File-Not-Found         VALUE "35".
       77  Error-Log-File-Status       PIC X(2).
          88  Error-Log-File-Not-Found    VALUE "35".

       77  User-Ind                    PIC 9(4) COMP.
       77  User-Count                  PIC 9(4) COMP.
       77  This-User-Ind               PIC 9(4) COMP.
       01  Users-Changed-Sw            PIC X(01).
          88  Users-Changed               VALUE "Y".
       01  Master-Found-Sw             PIC X(01).
          88  Master-Found                VALUE "Y".

       01  User-Table.
           03  User-Line OCCURS Max-Users
                                       PIC X(104).

      *    one users.dat line - the Router, Supcheck and Custchek
      *    read the same layout and are kept in step
       01  This-User.
           03  Tu-Id                   PIC X(8).
           03  FILLER                  PIC X(1).
           03  Tu-Name                 PIC X(20).
           03  FILLER                  PIC X(1).
           03  Tu-Programs             PIC X(40).
           03  FILLER                  PIC X(1).
           03  Tu-Pw-Hash              PIC X(18).
           03  FILLER                  PIC X(1).
           03  Tu-Pw-Set-Date          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Tu-Pw-Change-Sw         PIC X(1).
               88  Tu-Pw-Must-Change       VALUE "Y".
           03  FILLER                  PIC X(1).
           03  Tu-Pw-Failures          PIC X(1).
           03  FILLER                  PIC X(1).
           03  Tu-Pw-Locked-Sw         PIC X(1).
               88  Tu-Pw-Locked            VALUE "Y".

       77  Failure-Count               PIC 9(1).
       01  Today-Date                  PIC 9(8).
       01  Time-Now                    PIC 9(8).

      *    hashing - the operator id and the password run through
      *    two remainders with different multipliers
       01  Hash-Source.
           03  Hs-Id                   PIC X(8).
           03  Hs-Password             PIC X(16).
       01  Hash-Value.
           03  Hv-First                PIC 9(9).
           03  Hv-Second               PIC 9(9).
       77  Hash-Wrk-1                  PIC 9(9) COMP.
       77  Hash-Wrk-2                  PIC 9(9) COMP.
       77  Hash-Build                  PIC 9(12) COMP.
       77  Hash-Quot                   PIC 9(12) COMP.
       77  Byte-Ind                    PIC 9(4) COMP.
       01  Byte-Cell                   PIC 9(2) COMP-X.
       01  Byte-Cell-X REDEFINES Byte-Cell PIC X.
       77  Password-Length             PIC 9(2) COMP.

           COPY "DATECALC.CPY".

      *    line layout as ERRHAND.CBL writes it - kept in step
       01  Error-Log-Line.
           03  Elg-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Time                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Program             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Screenset           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Operator            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Code                PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Elg-Verdict             PIC X(9).

       LINKAGE SECTION.
           COPY "PWDCHECK.CPY".

       PROCEDURE DIVISION USING Pwd-Check.
       Controlling SECTION.

           ACCEPT Today-Date FROM DATE YYYYMMDD
           MOVE "N" TO Pwd-Change-Due-Sw
           MOVE "N" TO Pwd-Locked-Sw
           MOVE 0 TO Pwd-Tries-Left
           MOVE 0 TO Pwd-Set-Date
           MOVE "N" TO Users-Changed-Sw

           PERFORM Load-The-Users
           EVALUATE TRUE
               WHEN NOT Master-Found
                   SET Pwd-No-Master TO TRUE
               WHEN This-User-Ind = 0
                   SET Pwd-Unknown TO TRUE
               WHEN OTHER
                   MOVE User-Line(This-User-Ind) TO This-User
                   EVALUATE TRUE
                       WHEN Pwd-Verify
                           PERFORM Verify-The-Password
                       WHEN Pwd-Change
                           PERFORM Change-The-Password
                       WHEN Pwd-Reset
                           PERFORM Reset-The-Password
                       WHEN Pwd-Unlock
                           PERFORM Unlock-The-Operator
                       WHEN OTHER
                           SET Pwd-Ok TO TRUE
                   END-EVALUATE
                   PERFORM Report-The-Standing
                   IF Users-Changed
                       MOVE This-User TO User-Line(This-User-Ind)
                       PERFORM Write-The-Users
                   END-IF
           END-EVALUATE
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-The-Users SECTION.

           MOVE 0 TO User-Count
           MOVE 0 TO This-User-Ind
           MOVE "N" TO Master-Found-Sw
           OPEN INPUT User-File
           IF User-File-Not-Found
               CONTINUE
           ELSE
               SET Master-Found TO TRUE
               PERFORM UNTIL User-File-Eof OR User-Count = Max-Users
                   READ User-File
                       AT END
                           SET User-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO User-Count
                           MOVE User-Record TO User-Line(User-Count)
                           IF User-Record(1:8) = Pwd-User-Id
                              AND Pwd-User-Id NOT = SPACES
                              AND This-User-Ind = 0
                               MOVE User-Count TO This-User-Ind
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE User-File
           END-IF
       .
      *---------------------------------------------------------------*
       Verify-The-Password SECTION.
      *    A locked operator gets no further whatever is keyed - the
      *    lock stands until a supervisor clears it.

           MOVE 0 TO Failure-Count
           IF Tu-Pw-Failures NUMERIC
               MOVE Tu-Pw-Failures TO Failure-Count
           END-IF

           EVALUATE TRUE
               WHEN Tu-Pw-Locked
                   SET Pwd-Locked TO TRUE
               WHEN Tu-Pw-Hash = SPACES
                   IF Pwd-Password = SPACES
                       SET Pwd-Ok TO TRUE
                   ELSE
                       PERFORM Note-A-Failure
                   END-IF
               WHEN OTHER
                   MOVE Pwd-Password TO Hs-Password
                   PERFORM Work-The-Hash
                   IF Hash-Value = Tu-Pw-Hash
                       SET Pwd-Ok TO TRUE
                   ELSE
                       PERFORM Note-A-Failure
                   END-IF
           END-EVALUATE

           IF Pwd-Ok AND Failure-Count NOT = 0
               MOVE 0 TO Failure-Count
               MOVE Failure-Count TO Tu-Pw-Failures
               SET Users-Changed TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Note-A-Failure SECTION.

           ADD 1 TO Failure-Count
           MOVE Failure-Count TO Tu-Pw-Failures
           SET Users-Changed TO TRUE
           IF Failure-Count < Max-Failures
               SET Pwd-Wrong TO TRUE
           ELSE
               MOVE "Y" TO Tu-Pw-Locked-Sw
               SET Pwd-Locked TO TRUE
               PERFORM Log-The-Lockout
           END-IF
       .
      *---------------------------------------------------------------*
       Change-The-Password SECTION.
      *    The operator's own change - the current password first,
      *    then a new one that is long enough and is not the old.

           PERFORM Verify-The-Password
           IF Pwd-Ok
               PERFORM Judge-New-Password
               IF Pwd-Ok AND Pwd-New-Password = Pwd-Password
                   SET Pwd-Refused TO TRUE
               END-IF
               IF Pwd-Ok
                   PERFORM Set-New-Password
                   MOVE "N" TO Tu-Pw-Change-Sw
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Reset-The-Password SECTION.
      *    A supervisor's reset - the operator is let back in on the
      *    password the supervisor gives and must change it at once.

           PERFORM Judge-New-Password
           IF Pwd-Ok
               PERFORM Set-New-Password
               MOVE "Y" TO Tu-Pw-Change-Sw
               MOVE "N" TO Tu-Pw-Locked-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       Unlock-The-Operator SECTION.

           MOVE "N" TO Tu-Pw-Locked-Sw
           MOVE 0 TO Failure-Count
           MOVE Failure-Count TO Tu-Pw-Failures
           SET Users-Changed TO TRUE
           SET Pwd-Ok TO TRUE
       .
      *---------------------------------------------------------------*
       Judge-New-Password SECTION.

           MOVE 16 TO Password-Length
           PERFORM UNTIL Password-Length = 0
                   OR Pwd-New-Password(Password-Length:1) NOT = SPACE
               SUBTRACT 1 FROM Password-Length
           END-PERFORM
           IF Password-Length < Min-Password-Length
               SET Pwd-Refused TO TRUE
           ELSE
               SET Pwd-Ok TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Set-New-Password SECTION.

           MOVE Pwd-New-Password TO Hs-Password
           PERFORM Work-The-Hash
           MOVE Hash-Value TO Tu-Pw-Hash
           MOVE Today-Date TO Tu-Pw-Set-Date
           MOVE 0 TO Failure-Count
           MOVE Failure-Count TO Tu-Pw-Failures
           SET Users-Changed TO TRUE
       .
      *---------------------------------------------------------------*
       Work-The-Hash SECTION.

           MOVE Tu-Id TO Hs-Id
           MOVE 7 TO Hash-Wrk-1
           MOVE 11 TO Hash-Wrk-2
           PERFORM VARYING Byte-Ind FROM 1 BY 1
                              UNTIL Byte-Ind > LENGTH OF Hash-Source
               MOVE Hash-Source(Byte-Ind:1) TO Byte-Cell-X
               COMPUTE Hash-Build = Hash-Wrk-1 * 31 + Byte-Cell + 1
               DIVIDE Hash-Build BY Hash-Modulus
                   GIVING Hash-Quot REMAINDER Hash-Wrk-1
               COMPUTE Hash-Build = Hash-Wrk-2 * 37 + Byte-Cell + 1
               DIVIDE Hash-Build BY Hash-Modulus
                   GIVING Hash-Quot REMAINDER Hash-Wrk-2
           END-PERFORM
           MOVE Hash-Wrk-1 TO Hv-First
           MOVE Hash-Wrk-2 TO Hv-Second
       .
      *---------------------------------------------------------------*
       Report-The-Standing SECTION.
      *    Change is due when no password was ever set, when a reset
      *    flagged it, or when it has outlived Password-Life.

           MOVE 0 TO Failure-Count
           IF Tu-Pw-Failures NUMERIC
               MOVE Tu-Pw-Failures TO Failure-Count
           END-IF
           IF Tu-Pw-Locked
               MOVE "Y" TO Pwd-Locked-Sw
           ELSE
               COMPUTE Pwd-Tries-Left = Max-Failures - Failure-Count
           END-IF
           IF Tu-Pw-Set-Date NUMERIC
               MOVE Tu-Pw-Set-Date TO Pwd-Set-Date
           END-IF

           EVALUATE TRUE
               WHEN Tu-Pw-Hash = SPACES
               WHEN Tu-Pw-Must-Change
               WHEN Pwd-Set-Date = 0
                   MOVE "Y" TO Pwd-Change-Due-Sw
               WHEN OTHER
                   SET Dtc-Days-Between TO TRUE
                   MOVE Pwd-Set-Date TO Dtc-Date-1
                   MOVE Today-Date TO Dtc-Date-2
                   CALL Date-Calc-Service USING Date-Calc
                   IF Dtc-Bad-Date OR Dtc-Days NOT < Password-Life
                       MOVE "Y" TO Pwd-Change-Due-Sw
                   END-IF
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Log-The-Lockout SECTION.

           OPEN EXTEND Error-Log-File
           IF Error-Log-File-Not-Found
               OPEN OUTPUT Error-Log-File
               CLOSE Error-Log-File
               OPEN EXTEND Error-Log-File
           END-IF
           ACCEPT Time-Now FROM TIME
           MOVE Today-Date TO Elg-Date
           MOVE Time-Now TO Elg-Time
           MOVE Pwd-Program TO Elg-Program
           MOVE "PASSWORD" TO Elg-Screenset
           MOVE Tu-Id TO Elg-Operator
           MOVE Lockout-Error-Code TO Elg-Code
           MOVE "LOCKEDOUT" TO Elg-Verdict
           WRITE Error-Log-Record FROM Error-Log-Line
           CLOSE Error-Log-File
       .
      *---------------------------------------------------------------*
       Write-The-Users SECTION.

           OPEN OUTPUT User-File
           PERFORM VARYING User-Ind FROM 1 BY 1
                              UNTIL User-Ind > User-Count
               WRITE User-Record FROM User-Line(User-Ind)
           END-PERFORM
           CLOSE User-File
       .

      *****************************************************************
