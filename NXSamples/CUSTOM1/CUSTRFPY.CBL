      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrfpy.

      *---------------------------------------------------------------*
      *    Refund payment run.  Pays every refund approved at the
      *    Custrfna console on custrfnd.dat (see CUSTRFND.CPY) and
      *    clears the credit it pays back:
      *      1. the amount paid is the approved figure, or the
      *         credit actually standing today if that has shrunk
      *         since - a customer no longer in credit at all has
      *         the refund voided ("V"), not paid;
      *      2. the refund is posted as money going out - the mirror
      *         of a Custcash receipt: each line in credit
      *         (Ordl-Pay-Val past Ordl-Ord-Val - a credit note, an
      *         overpaid order) has its Ordl-Pay-Val brought back
      *         toward Ordl-Ord-Val, oldest Ordl-Ord-Date first,
      *         until the refund is used up; a line brought square
      *         is "F" paid in full.  Disputed lines are never
      *         touched.  Balances are re-derived and the usual
      *         custaudt.log entry written, so the nightly ledger
      *         extract sees a negative paid movement - cash out;
      *      3. where the customer has bank details on the
      *         direct-debit mandate file custddir.dat (an active
      *         mandate preferred) the payment goes on the bank
      *         interchange file rfndpay.dat in the same shape
      *         Custddco writes ddcoll.dat; with no bank details
      *         the refund is posted the same and the register
      *         marks it for a cheque;
      *      4. the proposal is marked "D" done with the paid date,
      *         and every payment listed on the register
      *         custrfpy.prt.
      *    A customer on-screen in some session is left approved
      *    for the next run.  Every refund this run posts is dated
      *    the run date, so one accounting period check up front
      *    covers the run - a closed period pays nothing.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): approved proposals in at the approved
      *    figure, refunds paid out at what was paid, and the rest -
      *    voided, left for the next run, or paid short because the
      *    credit had shrunk - aside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Refund-File ASSIGN "custrfnd.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Refund-File-Status.

           SELECT Mandate-File ASSIGN "custddir.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mandate-File-Status.

           SELECT Payment-File ASSIGN "rfndpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Register-File ASSIGN "custrfpy.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *    layout as written by Custddmn - kept in step
       FD  Mandate-File.
       01  Mandate-Record.
           03  Ddm-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ddm-Sort-Code           PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-No          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-Name        PIC X(18).
           03  FILLER                  PIC X(1).
           03  Ddm-Active              PIC X.

      *    the shape of Custddco's ddcoll.dat - kept in step
       FD  Payment-File.
       01  Payment-Record.
           03  Pay-Sort-Code           PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Pay-Account-No          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Pay-Account-Name        PIC X(18).
           03  FILLER                  PIC X(1).
           03  Pay-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Pay-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Pay-C-Code              PIC X(5).

       FD  Register-File.
       01  Register-Line               PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Refunds                 VALUE 500.
       78  Max-Mandates                VALUE 500.
      *    accounting-period gate - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

       77  Refund-File-Status          PIC X(2).
          88  Refund-File-Eof             VALUE "10".
          88  Refund-File-Not-Found       VALUE "35".

       77  Mandate-File-Status         PIC X(2).
          88  Mandate-File-Eof            VALUE "10".
          88  Mandate-File-Not-Found      VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Oldest-Ord-No               PIC 9(6).
       77  Oldest-Ord-Date             PIC 9(8).
       77  Rfd-Ind                     PIC 9(4) COMP.
       77  Rfd-Count                   PIC 9(4) COMP VALUE 0.
       77  Mdt-Ind                     PIC 9(4) COMP.
       77  Mdt-Count                   PIC 9(4) COMP VALUE 0.
       77  Found-Ind                   PIC 9(4) COMP.
       77  Paid-Count                  PIC 9(6) VALUE 0.
       77  Paid-Total                  PIC 9(9)V99 VALUE 0.
       77  Approved-Count              PIC 9(6) VALUE 0.
       77  Approved-Total              PIC 9(9)V99 VALUE 0.

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Credit-Line-Sw              PIC X(01).
          88  Credit-Line-Found           VALUE "Y".

       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       77  Refund-Wrk                  PIC S9(9)V99 COMP.
       77  Remaining-Wrk               PIC S9(9)V99 COMP.
       77  Line-Credit-Wrk             PIC S9(9)V99 COMP.

       01  Refund-Table.
           03  Rt-Entry OCCURS Max-Refunds.
               05  Rt-Record           PIC X(53).

       01  Mandate-Table.
           03  Mandate-Row OCCURS Max-Mandates.
               05  Mt-C-Code           PIC X(5).
               05  Mt-Sort-Code        PIC 9(6).
               05  Mt-Account-No       PIC 9(8).
               05  Mt-Account-Name     PIC X(18).
               05  Mt-Active           PIC X.

       01  Run-Date                    PIC 9(8).
       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(34) VALUE
               "REFUND PAYMENT REGISTER - RUN AT ".
           03  Heading-Date            PIC 9(8).

       01  Register-Detail.
           03  Reg-C-Code              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Name                PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Amount              PIC Z(6)9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Note                PIC X(30).

       01  Total-Line.
           03  FILLER                  PIC X(22) VALUE
               "REFUNDED THIS RUN:    ".
           03  Tot-Amount              PIC Z(8)9.99.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Load-The-Mandates
               PERFORM VARYING Rfd-Ind FROM 1 BY 1
                                  UNTIL Rfd-Ind > Rfd-Count
                   MOVE Rt-Record(Rfd-Ind) TO Refund-Record
                   IF Rfd-Approved
                       ADD 1 TO Approved-Count
                       ADD Rfd-Amount TO Approved-Total
                       PERFORM Pay-One-Refund
                       MOVE Refund-Record TO Rt-Record(Rfd-Ind)
                   END-IF
               END-PERFORM
               PERFORM Write-The-Proposals
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT My-Operator-Id FROM ENVIRONMENT "USERNAME"
           IF My-Operator-Id = SPACES
               ACCEPT My-Operator-Id FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN OUTPUT Register-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Register-Line
           WRITE Register-Line
           MOVE SPACES TO Register-Line
           WRITE Register-Line

           MOVE Run-Date TO Per-Date
           CALL Period-Check-Service USING Per-Check
           IF Per-Period-Closed
               DISPLAY "CUSTRFPY: ACCOUNTING PERIOD CLOSED - "
                       "NO REFUNDS PAID"
               SET All-Done TO TRUE
           ELSE
               PERFORM Load-The-Proposals
           END-IF

           IF NOT All-Done
               OPEN I-O Customer-File
               OPEN I-O Order-Line-File
               OPEN OUTPUT Payment-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Proposals SECTION.

           MOVE 0 TO Rfd-Count
           OPEN INPUT Refund-File
           IF Refund-File-Not-Found
               DISPLAY "CUSTRFPY: NO PROPOSALS - RUN CUSTRFND FIRST"
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
       Load-The-Mandates SECTION.

           MOVE 0 TO Mdt-Count
           OPEN INPUT Mandate-File
           IF NOT Mandate-File-Not-Found
               PERFORM UNTIL Mandate-File-Eof
                            OR Mdt-Count = Max-Mandates
                   READ Mandate-File
                       AT END
                           SET Mandate-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Mdt-Count
                           MOVE Ddm-C-Code  TO Mt-C-Code(Mdt-Count)
                           MOVE Ddm-Sort-Code
                                         TO Mt-Sort-Code(Mdt-Count)
                           MOVE Ddm-Account-No
                                         TO Mt-Account-No(Mdt-Count)
                           MOVE Ddm-Account-Name
                                         TO Mt-Account-Name(Mdt-Count)
                           MOVE Ddm-Active  TO Mt-Active(Mdt-Count)
                   END-READ
               END-PERFORM
               CLOSE Mandate-File
           END-IF
       .
      *---------------------------------------------------------------*
       Pay-One-Refund SECTION.

           MOVE Rfd-C-Code TO Reg-C-Code
           MOVE SPACES     TO Reg-Name
           MOVE Rfd-Amount TO Reg-Amount
           MOVE Rfd-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   SET Rfd-Void TO TRUE
                   MOVE "NO SUCH CUSTOMER - VOID" TO Reg-Note
                   PERFORM Write-Register-Line
               NOT INVALID KEY
                   MOVE File-C-Name TO Reg-Name
                   IF File-C-Lock-Op NOT = SPACES
                      AND File-C-Lock-Op NOT = My-Operator-Id
                       MOVE "ON-SCREEN - NEXT RUN" TO Reg-Note
                       PERFORM Write-Register-Line
                   ELSE
                       PERFORM Post-The-Refund
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Post-The-Refund SECTION.
      *    Never pay back more than is standing in credit today.

           PERFORM Sum-The-Lines

           MOVE Rfd-Amount TO Refund-Wrk
           IF 0 - Balance-Wrk < Refund-Wrk
               COMPUTE Refund-Wrk = 0 - Balance-Wrk
           END-IF

           IF Refund-Wrk NOT > 0
               SET Rfd-Void TO TRUE
               MOVE 0 TO Reg-Amount
               MOVE "NO LONGER IN CREDIT - VOID" TO Reg-Note
               PERFORM Write-Register-Line
           ELSE
               MOVE File-C-Limit TO Before-C-Limit
               MOVE File-C-Balance TO Running-Bal
               PERFORM Start-Audit-Record
               MOVE Refund-Wrk TO Remaining-Wrk
               SET Credit-Line-Found TO TRUE
               PERFORM Refund-From-Oldest-Line
                   UNTIL Remaining-Wrk = 0 OR NOT Credit-Line-Found
               SUBTRACT Remaining-Wrk FROM Refund-Wrk
               IF Refund-Wrk NOT > 0
                   SET Rfd-Void TO TRUE
                   MOVE 0 TO Reg-Amount
                   MOVE "CREDIT HELD ON DISPUTE - VOID" TO Reg-Note
                   PERFORM Write-Register-Line
               ELSE
                   PERFORM Sum-The-Lines
                   MOVE Balance-Wrk TO File-C-Balance
                   REWRITE Customer-Record
                   PERFORM Finish-Audit-Record
                   PERFORM Pay-The-Customer
                   SET Rfd-Done TO TRUE
                   MOVE Run-Date TO Rfd-Paid-Date
                   ADD 1 TO Paid-Count
                   ADD Refund-Wrk TO Paid-Total
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Refund-From-Oldest-Line SECTION.
      *    Pick the line most in credit by age - oldest
      *    Ordl-Ord-Date, the lower order number wins a tie - and
      *    take back as much of the refund as its credit covers.

           MOVE "N" TO Credit-Line-Sw
           MOVE 0 TO Oldest-Ord-No
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
                           PERFORM Judge-Oldest-Credit
                       END-IF
               END-READ
           END-PERFORM

           IF Credit-Line-Found
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Oldest-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       MOVE "N" TO Credit-Line-Sw
                   NOT INVALID KEY
                       PERFORM Refund-From-Picked-Line
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Oldest-Credit SECTION.
      *    Disputed lines are never touched.

           IF Ordl-Ord-Status NOT = "D"
              AND Ordl-Pay-Val > Ordl-Ord-Val
              AND (NOT Credit-Line-Found
                   OR Ordl-Ord-Date < Oldest-Ord-Date)
               SET Credit-Line-Found TO TRUE
               MOVE Ordl-Ord-No   TO Oldest-Ord-No
               MOVE Ordl-Ord-Date TO Oldest-Ord-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Refund-From-Picked-Line SECTION.

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           COMPUTE Line-Credit-Wrk = Ordl-Pay-Val - Ordl-Ord-Val
           IF Remaining-Wrk < Line-Credit-Wrk
               SUBTRACT Remaining-Wrk FROM Ordl-Pay-Val
               MOVE 0 TO Remaining-Wrk
           ELSE
               MOVE Ordl-Ord-Val TO Ordl-Pay-Val
               SUBTRACT Line-Credit-Wrk FROM Remaining-Wrk
               MOVE "F" TO Ordl-Ord-Status
           END-IF
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line
       .
      *---------------------------------------------------------------*
       Pay-The-Customer SECTION.
      *    Bank details off the mandate file where there are any -
      *    an active mandate wins over a cancelled one.

           MOVE 0 TO Found-Ind
           PERFORM VARYING Mdt-Ind FROM 1 BY 1
                              UNTIL Mdt-Ind > Mdt-Count
               IF Mt-C-Code(Mdt-Ind) = File-C-Code
                   IF Found-Ind = 0 OR Mt-Active(Mdt-Ind) = "Y"
                       MOVE Mdt-Ind TO Found-Ind
                   END-IF
               END-IF
           END-PERFORM

           MOVE Refund-Wrk TO Reg-Amount
           IF Found-Ind = 0
               MOVE "NO BANK DETAILS - PAY BY CHEQUE" TO Reg-Note
           ELSE
               INITIALIZE Payment-Record
               MOVE Mt-Sort-Code(Found-Ind)    TO Pay-Sort-Code
               MOVE Mt-Account-No(Found-Ind)   TO Pay-Account-No
               MOVE Mt-Account-Name(Found-Ind) TO Pay-Account-Name
               MOVE Refund-Wrk                 TO Pay-Amount
               MOVE Run-Date                   TO Pay-Date
               MOVE File-C-Code                TO Pay-C-Code
               WRITE Payment-Record
               MOVE "PAID TO BANK" TO Reg-Note
           END-IF
           PERFORM Write-Register-Line
       .
      *---------------------------------------------------------------*
       Write-Register-Line SECTION.

           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
       .
      *---------------------------------------------------------------*
       Sum-The-Lines SECTION.

           MOVE 0 TO Balance-Wrk
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
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Start-Audit-Record SECTION.
      *    Up to ten touched lines to a record - Note-Touched-Line
      *    fills the entries and runs on into a further record when
      *    they are full, Finish-Audit-Record writes the last.
      *    Running-Bal carries the customer's balance from record to
      *    record.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE Running-Bal     TO Audit-Bal-Before
           MOVE 0 TO Audit-Entry-Ind
       .
      *---------------------------------------------------------------*
       Note-Touched-Line SECTION.
      *    Order-Line-Record holds the line as rewritten, Line-Before
      *    the values it had beforehand.  A caller that has taken the
      *    line off the file marks the entry Audit-Line-Off-File.

           IF Audit-Entry-Ind = 10
               MOVE Running-Bal TO Audit-Bal-After
               SET Alg-Action-Append TO TRUE
               CALL Audit-Log-Service USING Alg-Request Audit-Record
               PERFORM Start-Audit-Record
           END-IF
           ADD 1 TO Audit-Entry-Ind
           MOVE Line-Ord-Val-Before TO
                                 Audit-Ord-Val-Before(Audit-Entry-Ind)
           MOVE Line-Pay-Val-Before TO
                                 Audit-Pay-Val-Before(Audit-Entry-Ind)
           MOVE Ordl-Ord-Val TO Audit-Ord-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Pay-Val TO Audit-Pay-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-No TO Audit-Ord-No(Audit-Entry-Ind)
           MOVE Ordl-Ord-Date TO Audit-Ord-Date-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Type TO Audit-Ord-Type-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Status TO
                                 Audit-Ord-Status-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr TO Audit-Ord-Curr-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr-Val TO
                              Audit-Ord-Curr-Val-After(Audit-Entry-Ind)
           COMPUTE Running-Bal = Running-Bal
                               + Ordl-Ord-Val - Ordl-Pay-Val
                               - Line-Ord-Val-Before
                               + Line-Pay-Val-Before
       .
      *---------------------------------------------------------------*
       Finish-Audit-Record SECTION.

           MOVE File-C-Balance TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Write-The-Proposals SECTION.

           OPEN OUTPUT Refund-File
           PERFORM VARYING Rfd-Ind FROM 1 BY 1
                              UNTIL Rfd-Ind > Rfd-Count
               MOVE Rt-Record(Rfd-Ind) TO Refund-Record
               WRITE Refund-Record
           END-PERFORM
           CLOSE Refund-File
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Register-Line
           WRITE Register-Line
           MOVE Paid-Total TO Tot-Amount
           MOVE Total-Line TO Register-Line
           WRITE Register-Line

           DISPLAY "REFUNDS PAID: " Paid-Count
           IF NOT All-Done
               CLOSE Customer-File
               CLOSE Order-Line-File
               CLOSE Payment-File
           END-IF
           CLOSE Register-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    What was approved and not paid - by count and by the
      *    shortfall on a refund paid short - is aside, so
      *    in = out + aside.

           INITIALIZE Control-Total
           MOVE "CUSTRFPY"     TO Ctl-Job
           MOVE Approved-Count TO Ctl-Recs-In
           MOVE Approved-Total TO Ctl-Value-In
           MOVE Paid-Count     TO Ctl-Recs-Out
           MOVE Paid-Total     TO Ctl-Value-Out
           COMPUTE Ctl-Recs-Aside = Approved-Count - Paid-Count
           COMPUTE Ctl-Value-Aside = Approved-Total - Paid-Total
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
