      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrfna.

      *---------------------------------------------------------------*
      *    Refund approval console.  Works the proposals the Custrfnd
      *    batch left on custrfnd.dat (see CUSTRFND.CPY) the same way
      *    Custcrva works the credit-limit review:
      *        A ccccc   approve the refund proposed for customer
      *                  ccccc - the next Custrfpy run pays it and
      *                  clears the credit
      *        R ccccc   reject it - the next Custrfnd run will not
      *                  raise the same customer at the same amount
      *                  again
      *        L         list the proposals still undecided
      *        Q         leave
      *    Only a supervisor (see SUPCHECK.CPY) may decide.  Money
      *    moves nowhere here; each decision is stamped with who
      *    made it and when, and the payment run does the rest.  The
      *    whole proposal file is held while it is being worked and
      *    written back fresh, so a half-finished session never
      *    leaves a half-written file.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Refund-File ASSIGN "custrfnd.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Refund-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Refund-File.
           COPY "CUSTRFND.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Refunds                 VALUE 500.
       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       77  Refund-File-Status          PIC X(2).
          88  Refund-File-Eof             VALUE "10".
          88  Refund-File-Not-Found       VALUE "35".

       77  Rfd-Ind                     PIC 9(4) COMP.
       77  Rfd-Count                   PIC 9(4) COMP VALUE 0.
       77  Found-Ind                   PIC 9(4) COMP.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

       01  Refund-Table.
           03  Rt-Entry OCCURS Max-Refunds.
               05  Rt-Record           PIC X(53).

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Code                 PIC X(5).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Name                PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Amount              PIC Z(6)9.99.
           03  FILLER                  PIC X(8) VALUE "  SINCE ".
           03  Lst-Since-Date          PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTRFNA: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Load-The-Proposals
           END-IF
           IF NOT All-Done
               PERFORM Show-The-Proposals
               PERFORM Work-One-Action UNTIL All-Done
               PERFORM Write-The-Proposals
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "CUSTRFNA: SUPERVISORS ONLY"
               SET All-Done TO TRUE
           ELSE
               OPEN INPUT Customer-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Proposals SECTION.

           MOVE 0 TO Rfd-Count
           OPEN INPUT Refund-File
           IF Refund-File-Not-Found
               DISPLAY "CUSTRFNA: NO PROPOSALS - RUN CUSTRFND FIRST"
               SET All-Done TO TRUE
           ELSE
               PERFORM UNTIL Refund-File-Eof
                            OR Rfd-Count = Max-Refunds
                   READ Refund-File
                       AT END
                           SET Refund-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Rfd-Count
                           MOVE Refund-Record TO Rt-Record(Rfd-Count)
                   END-READ
               END-PERFORM
               CLOSE Refund-File
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-Proposals SECTION.

           DISPLAY "CUST  NAME            REFUND      CREDIT STANDING"
           PERFORM VARYING Rfd-Ind FROM 1 BY 1
                              UNTIL Rfd-Ind > Rfd-Count
               MOVE Rt-Record(Rfd-Ind) TO Refund-Record
               IF Rfd-Proposed
                   MOVE Rfd-C-Code     TO Lst-C-Code
                   MOVE SPACES         TO Lst-Name
                   IF NOT Customer-File-Not-Found
                       MOVE Rfd-C-Code TO File-C-Code
                       READ Customer-File
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE File-C-Name TO Lst-Name
                       END-READ
                   END-IF
                   MOVE Rfd-Amount     TO Lst-Amount
                   MOVE Rfd-Since-Date TO Lst-Since-Date
                   DISPLAY List-Line
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (A ccccc / R ccccc / L / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:5) TO Answer-Code

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Proposals
               WHEN "A" WHEN "a"
                   PERFORM Decide-A-Proposal
               WHEN "R" WHEN "r"
                   PERFORM Decide-A-Proposal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-The-Proposal SECTION.

           MOVE 0 TO Found-Ind
           PERFORM VARYING Rfd-Ind FROM 1 BY 1
                              UNTIL Rfd-Ind > Rfd-Count
                                    OR Found-Ind NOT = 0
               MOVE Rt-Record(Rfd-Ind) TO Refund-Record
               IF Rfd-C-Code = Answer-Code AND Rfd-Proposed
                   MOVE Rfd-Ind TO Found-Ind
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Decide-A-Proposal SECTION.

           PERFORM Find-The-Proposal
           IF Found-Ind = 0
               DISPLAY "NO UNDECIDED REFUND FOR THAT CUSTOMER"
           ELSE
               MOVE Rt-Record(Found-Ind) TO Refund-Record
               MOVE My-Operator-Id TO Rfd-Decided-By
               MOVE Run-Date       TO Rfd-Decided-Date
               IF Answer-Action = "A" OR Answer-Action = "a"
                   SET Rfd-Approved TO TRUE
                   DISPLAY "REFUND FOR " Rfd-C-Code
                           " APPROVED - PAID BY THE NEXT CUSTRFPY RUN"
               ELSE
                   SET Rfd-Rejected TO TRUE
                   DISPLAY "REFUND FOR " Rfd-C-Code " REJECTED"
               END-IF
               MOVE Refund-Record TO Rt-Record(Found-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Write-The-Proposals SECTION.

           IF Rfd-Count NOT = 0
               OPEN OUTPUT Refund-File
               PERFORM VARYING Rfd-Ind FROM 1 BY 1
                                  UNTIL Rfd-Ind > Rfd-Count
                   MOVE Rt-Record(Rfd-Ind) TO Refund-Record
                   WRITE Refund-Record
               END-PERFORM
               CLOSE Refund-File
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF Sup-Is-Supervisor AND NOT Customer-File-Not-Found
               CLOSE Customer-File
           END-IF
           GOBACK
       .

      *****************************************************************
