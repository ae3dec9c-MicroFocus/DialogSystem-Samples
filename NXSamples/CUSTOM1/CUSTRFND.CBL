      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrfnd.

      *---------------------------------------------------------------*
      *    Refund proposal batch.  Credit notes, overpayments and
      *    adjustments leave customers in credit - a negative
      *    balance Custddco never collects and nothing pays back.
      *    This run sweeps cust.ism and proposes a refund, on the
      *    proposal file custrfnd.dat (see CUSTRFND.CPY), for every
      *    customer whose balance across the order lines is in
      *    credit by at least Refund-Minimum and whose newest line
      *    is more than Window-Days days old - the credit has stood
      *    untouched, so it is not about to be used up by the next
      *    order.  A customer with a disputed ("D") line is left
      *    alone until the dispute is settled.  The figures default
      *    (30 days, 10.00) and can be set for a run through the
      *    CUSTRFND-DAYS and CUSTRFND-VALUE environment variables
      *    (whole days, whole pounds).  The proposals are listed to
      *    custrfnd.prt for the Custrfna supervisor console.
      *    The previous proposal file is read before it is rebuilt,
      *    the way Custcrev treats its review file: an approved
      *    refund not yet paid is carried forward untouched, and a
      *    rejected one is not raised again while the credit stands
      *    at the same amount.  Days are true calendar days (see
      *    DATECALC.CBL).
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Refund-File ASSIGN "custrfnd.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Refund-File-Status.

           SELECT Report-File ASSIGN "custrfnd.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Refund-File.
           COPY "CUSTRFND.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Refunds                 VALUE 500.
       78  Default-Window-Days         VALUE 30.
       78  Default-Refund-Minimum      VALUE 10.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Refund-File-Status          PIC X(2).
          88  Refund-File-Eof             VALUE "10".
          88  Refund-File-Not-Found       VALUE "35".

       77  Window-Days                 PIC 9(4) VALUE 0.
       77  Refund-Minimum              PIC 9(7)V99 VALUE 0.
       01  Days-Env                    PIC X(4).
       01  Value-Env                   PIC X(7).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Env-Build                   PIC 9(7).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Rfd-Ind                     PIC 9(4) COMP.
       77  Rfd-Count                   PIC 9(4) COMP VALUE 0.
       77  Found-Ind                   PIC 9(4) COMP.
       77  Proposed-Count              PIC 9(6) VALUE 0.
       77  Proposed-Total              PIC 9(9)V99 VALUE 0.

       01  Disputed-Sw                 PIC X(01).
          88  Has-Disputed-Line           VALUE "Y".

       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       77  Credit-Wrk                  PIC 9(7)V99.

      *    the proposal file as it stands - each entry marked to be
      *    written back or dropped
       01  Refund-Table.
           03  Rt-Entry OCCURS Max-Refunds.
               05  Rt-Record           PIC X(53).
               05  Rt-Keep             PIC X.
       01  Rt-View.
           03  Rtv-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Rtv-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Rtv-Since-Date          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rtv-Status              PIC X.
           03  FILLER                  PIC X(27).

       01  Run-Date                    PIC 9(8).
       01  Since-Date-Wrk              PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Since-Serial                PIC S9(8) COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "REFUNDS PROPOSED - RUN AT".
           03  Heading-Date            PIC 9(8).

       01  Heading-Line-2.
           03  FILLER                  PIC X(22) VALUE
               "IN CREDIT BY AT LEAST ".
           03  Heading-Value           PIC Z(6)9.99.
           03  FILLER                  PIC X(19) VALUE
               ", UNTOUCHED OVER ".
           03  Heading-Days            PIC ZZZ9.
           03  FILLER                  PIC X(5) VALUE " DAYS".

       01  Column-Line                 PIC X(80) VALUE
           "CODE  NAME            REFUND      SINCE    ".

       01  Detail-Line.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Name             PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Amount           PIC Z(6)9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Detail-Since-Date       PIC 9(8).

       01  Total-Line.
           03  FILLER                  PIC X(22) VALUE
               "PROPOSED THIS RUN:    ".
           03  Tot-Amount              PIC Z(8)9.99.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Load-The-Proposals
           PERFORM Judge-One-Customer UNTIL Customer-File-Eof
           PERFORM Write-The-Proposals
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTRFND-DAYS"
           PERFORM Convert-Window-Days
           MOVE SPACES TO Value-Env
           ACCEPT Value-Env FROM ENVIRONMENT "CUSTRFND-VALUE"
           PERFORM Convert-Refund-Minimum

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           IF Customer-File-Not-Found
               DISPLAY "CUSTRFND: NO CUSTOMER FILE ON THIS SYSTEM"
               SET Customer-File-Eof TO TRUE
           END-IF

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE Refund-Minimum TO Heading-Value
           MOVE Window-Days TO Heading-Days
           MOVE Heading-Line-2 TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           IF NOT Customer-File-Eof
               PERFORM Read-Next-Customer
           END-IF
       .
      *---------------------------------------------------------------*
       Convert-Window-Days SECTION.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 4
               MOVE Days-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Env-Build = 0
               MOVE Default-Window-Days TO Window-Days
           ELSE
               MOVE Env-Build TO Window-Days
           END-IF
       .
      *---------------------------------------------------------------*
       Convert-Refund-Minimum SECTION.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 7
               MOVE Value-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Env-Build = 0
               MOVE Default-Refund-Minimum TO Refund-Minimum
           ELSE
               MOVE Env-Build TO Refund-Minimum
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Proposals SECTION.
      *    Approved-but-unpaid entries are kept whatever happens;
      *    a rejection is kept only if the same credit is met again
      *    below; proposals still undecided are simply re-judged.

           OPEN INPUT Refund-File
           IF NOT Refund-File-Not-Found
               PERFORM UNTIL Refund-File-Eof
                            OR Rfd-Count = Max-Refunds
                   READ Refund-File
                       AT END
                           SET Refund-File-Eof TO TRUE
                       NOT AT END
                           IF Rfd-Approved OR Rfd-Rejected
                               ADD 1 TO Rfd-Count
                               MOVE Refund-Record TO
                                                Rt-Record(Rfd-Count)
                               IF Rfd-Approved
                                   MOVE "Y" TO Rt-Keep(Rfd-Count)
                               ELSE
                                   MOVE "N" TO Rt-Keep(Rfd-Count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Refund-File
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Customer SECTION.

           MOVE 0 TO Balance-Wrk
           MOVE 0 TO Since-Date-Wrk
           MOVE "N" TO Disputed-Sw
           MOVE File-C-Code TO Ordl-C-Code
           MOVE 0 TO Ordl-Ord-No
           MOVE "N" TO Line-Range-Sw
           START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
               INVALID KEY
                   SET Line-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Line-Range-Done
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Line-Range-Done TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = File-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           ADD Ordl-Ord-Val TO Balance-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Balance-Wrk
                           IF Ordl-Ord-Date > Since-Date-Wrk
                               MOVE Ordl-Ord-Date TO Since-Date-Wrk
                           END-IF
                           IF Ordl-Ord-Status = "D"
                               SET Has-Disputed-Line TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Balance-Wrk < 0 AND NOT Has-Disputed-Line
               COMPUTE Credit-Wrk = 0 - Balance-Wrk
               MOVE Since-Date-Wrk TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Since-Serial
               IF Credit-Wrk NOT < Refund-Minimum
                  AND Run-Serial - Since-Serial > Window-Days
                   PERFORM Propose-A-Refund
               END-IF
           END-IF

           PERFORM Read-Next-Customer
       .
      *---------------------------------------------------------------*
       Propose-A-Refund SECTION.
      *    Already approved and waiting for the payment run - leave
      *    it be.  Rejected at this very amount - the decision
      *    stands.  Anything else is a fresh proposal.

           MOVE 0 TO Found-Ind
           PERFORM VARYING Rfd-Ind FROM 1 BY 1
                              UNTIL Rfd-Ind > Rfd-Count
                                    OR Found-Ind NOT = 0
               MOVE Rt-Record(Rfd-Ind) TO Rt-View
               IF Rtv-C-Code = File-C-Code
                   MOVE Rfd-Ind TO Found-Ind
               END-IF
           END-PERFORM

           IF Found-Ind NOT = 0
               MOVE Rt-Record(Found-Ind) TO Rt-View
               IF Rtv-Status = "R" AND Rtv-Amount = Credit-Wrk
                   MOVE "Y" TO Rt-Keep(Found-Ind)
               END-IF
           END-IF

           IF (Found-Ind = 0 OR Rt-Keep(Found-Ind) = "N")
              AND Rfd-Count < Max-Refunds
               INITIALIZE Refund-Record
               MOVE File-C-Code    TO Rfd-C-Code
               MOVE Credit-Wrk     TO Rfd-Amount
               MOVE Since-Date-Wrk TO Rfd-Since-Date
               SET Rfd-Proposed TO TRUE
               MOVE 0              TO Rfd-Decided-Date
               MOVE 0              TO Rfd-Paid-Date
               ADD 1 TO Rfd-Count
               MOVE Refund-Record TO Rt-Record(Rfd-Count)
               MOVE "Y" TO Rt-Keep(Rfd-Count)

               ADD 1 TO Proposed-Count
               ADD Credit-Wrk TO Proposed-Total
               MOVE File-C-Code    TO Detail-C-Code
               MOVE File-C-Name    TO Detail-Name
               MOVE Credit-Wrk     TO Detail-Amount
               MOVE Since-Date-Wrk TO Detail-Since-Date
               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-The-Proposals SECTION.

           OPEN OUTPUT Refund-File
           PERFORM VARYING Rfd-Ind FROM 1 BY 1
                              UNTIL Rfd-Ind > Rfd-Count
               IF Rt-Keep(Rfd-Ind) = "Y"
                   MOVE Rt-Record(Rfd-Ind) TO Refund-Record
                   WRITE Refund-Record
               END-IF
           END-PERFORM
           CLOSE Refund-File
       .
      *---------------------------------------------------------------*
       Read-Next-Customer SECTION.

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Proposed-Total TO Tot-Amount
           MOVE Total-Line TO Report-Line
           WRITE Report-Line

           DISPLAY "REFUNDS PROPOSED: " Proposed-Count
           IF NOT Customer-File-Not-Found
               CLOSE Customer-File
               CLOSE Order-Line-File
           END-IF
           CLOSE Report-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
