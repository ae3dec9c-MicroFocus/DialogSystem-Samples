      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Supcheck.

      *---------------------------------------------------------------*
      *    Shared supervisor check.  The actions the suite keeps for
      *    supervisors - releasing an account stop, approving a
      *    credit limit increase - call this (see SUPCHECK.CPY) with
      *    the operator id before going ahead.  Supervisors are named
      *    on the operator master users.dat the Router signs on
      *    against: an operator whose access list carries the token
      *    SUPERVSR alongside their program names.  The master is
      *    read once on first call and the supervisors held for the
      *    run, the same stance the period check takes with
      *    perctl.dat.  No users.dat means no supervisors - the safe
      *    answer for a check that guards money.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-File ASSIGN "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS User-File-Status.

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

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Supervisors             VALUE 100.
       78  Supervisor-Token            VALUE "SUPERVSR".

       77  User-File-Status            PIC X(2).
          88  User-File-Eof               VALUE "10".
          88  User-File-Not-Found         VALUE "35".

       01  Users-Loaded-Sw             PIC X(01) VALUE "N".
          88  Users-Loaded                VALUE "Y".

       77  Sup-Ind                     PIC 9(4) COMP.
       77  Sup-Count                   PIC 9(4) COMP VALUE 0.
       77  Token-Tally                 PIC 9(4) COMP.

       01  Supervisor-Table.
           03  Supervisor-Id OCCURS Max-Supervisors
                                       PIC X(8).

       LINKAGE SECTION.
           COPY "SUPCHECK.CPY".

       PROCEDURE DIVISION USING Sup-Check.
       Controlling SECTION.

           IF NOT Users-Loaded
               PERFORM Load-Supervisors
           END-IF

           SET Sup-Not-Supervisor TO TRUE
           IF Sup-Operator-Id NOT = SPACES
               PERFORM VARYING Sup-Ind FROM 1 BY 1
                                  UNTIL Sup-Ind > Sup-Count
                   IF Supervisor-Id(Sup-Ind) = Sup-Operator-Id
                       SET Sup-Is-Supervisor TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Supervisors SECTION.

           SET Users-Loaded TO TRUE
           OPEN INPUT User-File
           IF User-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL User-File-Eof
                            OR Sup-Count = Max-Supervisors
                   READ User-File
                       AT END
                           SET User-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Note-One-User
                   END-READ
               END-PERFORM
               CLOSE User-File
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-User SECTION.

           MOVE 0 TO Token-Tally
           INSPECT User-Programs TALLYING Token-Tally
                                 FOR ALL Supervisor-Token
           IF Token-Tally NOT = 0
               ADD 1 TO Sup-Count
               MOVE User-Id TO Supervisor-Id(Sup-Count)
           END-IF
       .

      *****************************************************************
