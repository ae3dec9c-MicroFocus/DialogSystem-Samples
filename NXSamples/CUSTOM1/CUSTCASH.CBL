      *    transaction file cashrcpt.dat (customer code, amount,
      *    payment date, reference - one receipt per record, as keyed
      *    from the bank statement), allocates each receipt against
      *    the customer's open order lines on custord.ism oldest
      *    Ordl-Ord-Date first, updates Ordl-Pay-Val and
      *    File-C-Balance on cust.ism, and appends the same
      *    before/after entries to custaudt.log that Custom1's
      *    Write-Audit-Record produces.  A posting register of
      *    console to post by hand, and receipts that do post settle
      *    the customer's payment-plan instalments on custplan.dat
      *    earliest due date first.
      *    A customer on prompt-payment terms (Terms-Disc-Pct and
      *    Terms-Disc-Days on custterm.ism, through Termlook) who
      *    pays a line within the discount window for no less than
      *    the discounted amount has the line settled: the cash is
      *    applied, the shortfall - never more than the discount -
      *    is allowed, Ordl-Pay-Val made up to Ordl-Ord-Val and the
      *    line goes to "F".  Each allowance is written to the
      *    settlement discount register custsdsc.dat (see
      *    CUSTSDSC.CPY) for Custglx's journal and listed on the
      *    posting register under the receipt that earned it.
      *    Where the customer has told us which invoices a payment
      *    is for, the remittance advice file remitadv.dat (receipt
      *    reference, order number, amount paid on that order) is
      *    consulted first: the named Ordl-Ord-No lines are paid
      *    the amounts named, and only what the advice leaves
      *    unexplained goes on oldest-first (or to suspense).  An
      *    advice line naming an order that is not on the
      *    customer's account, is already paid or is in dispute is
      *    reported on the register under the receipt and its money
      *    left to the usual handling.
      *    Every audit record a run writes names it in Audit-Reason
      *    ("CUSTCASH RUN " and the run id), so Custglx can tell
      *    the cash this batch posted from the rest of the day's
      *    paid movement; and the run's control record - receipts
      *    read, cash applied, money parked in suspense - goes to
      *    the shared control-total file at the end.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-File-Path
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Receipt-File ASSIGN DYNAMIC Receipt-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Receipt-File-Status.

           SELECT Register-File ASSIGN DYNAMIC Register-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Suspense-File-Status.

      *    the customers' remittance advices - which orders each
      *    receipt pays
           SELECT Remittance-File ASSIGN DYNAMIC Remittance-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Remittance-File-Status.

      *    prompt-payment discounts allowed - see CUSTSDSC.CPY
           SELECT Discount-File ASSIGN DYNAMIC Discount-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Discount-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Receipt-File.
       01  Receipt-Record.
           03  Rcpt-C-Code             PIC X(5).
           03  FILLER                  PIC X(1).
           03  Rcpt-Reference          PIC X(10).

       FD  Register-File.
       01  Register-Line               PIC X(80).

           03  FILLER                  PIC X(1).
           03  Pln-Met-Date            PIC 9(8).

       FD  Discount-File.
           COPY "CUSTSDSC.CPY".

      *    one line per order a receipt pays, keyed from the
      *    customer's remittance advice against the receipt's own
      *    Rcpt-Reference
       FD  Remittance-File.
       01  Remittance-Record.
           03  Rem-Reference           PIC X(10).
           03  FILLER                  PIC X(1).
           03  Rem-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Rem-Amount              PIC 9(7)V99.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

          88  Receipt-File-Ok             VALUE "00".
          88  Receipt-File-Eof            VALUE "10".

       77  Register-File-Status        PIC X(2).

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Oldest-Ord-No               PIC 9(6).
       77  Oldest-Ord-Date             PIC 9(8).
       77  Receipt-Count               PIC 9(6) VALUE 0.
       77  Applied-Count               PIC 9(6) VALUE 0.
       77  Unmatched-Count             PIC 9(6) VALUE 0.
       77  Receipt-Value               PIC 9(11)V99 VALUE 0.
       77  Applied-Value               PIC 9(11)V99 VALUE 0.
       77  Suspended-Value             PIC 9(11)V99 VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       77  Remaining-Wrk               PIC 9(9)V99 COMP.
       77  Outstanding-Wrk             PIC 9(9)V99 COMP.
          88  Customer-Locked             VALUE "Y".
       01  Open-Line-Sw                PIC X(01) VALUE "N".
          88  Open-Line-Found             VALUE "Y".
       01  Remit-Line-Sw               PIC X(01) VALUE "N".
          88  Remit-Line-Found            VALUE "Y".

       01  My-Operator-Id              PIC X(8).

       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Customer-File-Path          PIC X(64).
       01  Order-Line-File-Path        PIC X(64).
       01  Receipt-File-Path           PIC X(64).
       01  Register-File-Path          PIC X(64).
       01  Plan-File-Path              PIC X(64).
       01  Suspense-File-Path          PIC X(64).
       01  Discount-File-Path          PIC X(64).
       01  Remittance-File-Path        PIC X(64).

       78  Max-Plan-Rows               VALUE 1000.
       77  Plan-File-Status            PIC X(2).
       77  Suspense-File-Status        PIC X(2).
          88  Suspense-File-Not-Found     VALUE "35".
       77  Suspended-Count             PIC 9(6) VALUE 0.

      *    payment terms and settlement discount - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".
       77  Discount-File-Status        PIC X(2).
          88  Discount-File-Not-Found     VALUE "35".
       01  Discount-Terms-Sw           PIC X(01) VALUE "N".
          88  Discount-Terms              VALUE "Y".
       77  Discount-Wrk                PIC 9(9)V99 COMP.
       77  Shortfall-Wrk               PIC 9(9)V99 COMP.
       77  Discount-Count              PIC 9(6) VALUE 0.
       77  Discount-Total              PIC 9(9)V99 VALUE 0.

      *    what the register says under the receipt - discounts
      *    allowed, remittance lines honoured or refused
       78  Max-Receipt-Notes           VALUE 20.
       77  Note-Ind                    PIC 9(4) COMP.
       77  Note-Count                  PIC 9(4) COMP.
       01  Receipt-Note-Table.
           03  Receipt-Note OCCURS Max-Receipt-Notes.
               05  Rn-Ord-No           PIC 9(6).
               05  Rn-Amount           PIC 9(7)V99.
               05  Rn-Text             PIC X(24).
       01  Note-Ord-No-Wrk             PIC 9(6).
       77  Note-Amount-Wrk             PIC 9(9)V99 COMP.
       01  Note-Text-Wrk               PIC X(24).

       78  Max-Remit-Rows              VALUE 2000.
       77  Remittance-File-Status      PIC X(2).
          88  Remittance-File-Eof         VALUE "10".
          88  Remittance-File-Not-Found   VALUE "35".
       77  Remit-Ind                   PIC 9(4) COMP.
       77  Remit-Count                 PIC 9(4) COMP VALUE 0.
       01  Remit-Table.
           03  Remit-Row OCCURS Max-Remit-Rows.
               05  Rmt-Reference       PIC X(10).
               05  Rmt-Ord-No          PIC 9(6).
               05  Rmt-Amount          PIC 9(7)V99.
       77  Offer-Wrk                   PIC 9(9)V99 COMP.
       77  Held-Back-Wrk               PIC 9(9)V99 COMP.
       77  Rcpt-Serial                 PIC S9(8) COMP.
       77  Line-Serial                 PIC S9(8) COMP.
       77  Suspend-Amount-Wrk          PIC 9(9)V99 COMP.
       77  Plan-Ind                    PIC 9(4) COMP.
       77  Plan-Count                  PIC 9(4) COMP VALUE 0.
           03  Plv-Met-Date            PIC 9(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Register-Heading            PIC X(41) VALUE
           "CASH RECEIPTS POSTING REGISTER - RUN DATE".
           03  FILLER                  PIC X(12) VALUE "  UNMATCHED:".
           03  Total-Unmatched         PIC ZZZZZ9.

       01  Register-Discount-Total.
           03  FILLER                  PIC X(19) VALUE
               "DISCOUNTS ALLOWED: ".
           03  Total-Discounts         PIC ZZZZZ9.
           03  FILLER                  PIC X(10) VALUE "   VALUE: ".
           03  Total-Discount-Value    PIC Z(8)9.99.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           MOVE Cp-Run-Id TO Reg-Run-Id

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN INPUT Receipt-File
      *    a resumed run appends to the register the crashed run
      *    left - both halves carry the same run id, the proof on
               OPEN OUTPUT Register-File
           END-IF

           OPEN EXTEND Suspense-File
           IF Suspense-File-Not-Found
               OPEN OUTPUT Suspense-File
               OPEN EXTEND Suspense-File
           END-IF

           OPEN EXTEND Discount-File
           IF Discount-File-Not-Found
               OPEN OUTPUT Discount-File
               CLOSE Discount-File
               OPEN EXTEND Discount-File
           END-IF

           MOVE Register-Heading TO Register-Line
           WRITE Register-Line
           ACCEPT Heading-Run-Date FROM DATE YYYYMMDD
           WRITE Register-Line

           PERFORM Load-Plan-Table
           PERFORM Load-Remit-Table

           INITIALIZE Tj-Request
           SET Tj-Action-Begin TO TRUE
       .
      *---------------------------------------------------------------*
       Load-Plan-Table SECTION.
      *    The whole of custplan.dat, read up front into a table, so
      *    the file can be written back fresh at the end with the
      *    instalments this run's receipts have met.

           MOVE 0 TO Plan-Count
           OPEN INPUT Plan-File
               CLOSE Plan-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Remit-Table SECTION.
      *    The day's remittance advices, held whole so each receipt
      *    can find its own lines by reference.

           MOVE 0 TO Remit-Count
           OPEN INPUT Remittance-File
           IF Remittance-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Remittance-File-Eof
                            OR Remit-Count = Max-Remit-Rows
                   READ Remittance-File
                       AT END
                           SET Remittance-File-Eof TO TRUE
                       NOT AT END
                           IF Rem-Reference NOT = SPACES
                               ADD 1 TO Remit-Count
                               MOVE Rem-Reference TO
                                         Rmt-Reference(Remit-Count)
                               MOVE Rem-Ord-No TO
                                         Rmt-Ord-No(Remit-Count)
                               MOVE Rem-Amount TO
                                         Rmt-Amount(Remit-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Remittance-File
           END-IF
       .
      *---------------------------------------------------------------*
       Resolve-File-Paths SECTION.
      *    Each shared file's path comes through the Siteconf
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Customer-File-Path

           MOVE "CUSTORD" TO Cfg-Logical
           MOVE "custord.ism" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Order-Line-File-Path

           MOVE "CASHRCPT" TO Cfg-Logical
           MOVE "cashrcpt.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Receipt-File-Path

           MOVE "CASHPOST" TO Cfg-Logical
           MOVE "cashpost.prt" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE "custsusp.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Suspense-File-Path

           MOVE "CUSTSDSC" TO Cfg-Logical
           MOVE "custsdsc.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Discount-File-Path

           MOVE "REMITADV" TO Cfg-Logical
           MOVE "remitadv.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Remittance-File-Path
       .
      *---------------------------------------------------------------*
       Capture-My-Operator-Id SECTION.
       Post-One-Receipt SECTION.

           ADD 1 TO Receipt-Count
           ADD Rcpt-Amount TO Receipt-Value
      *    a receipt dated into a closed accounting period is never
      *    silently repriced into this month - it is parked for a
      *    supervisor to re-date or the period to be reopened
       .
      *---------------------------------------------------------------*
       Apply-Receipt-To-Customer SECTION.
      *    Allocate the receipt to the orders its remittance advice
      *    names, then oldest order first, never paying a line past
      *    its own Ordl-Ord-Val.  Whatever cannot be
      *    allocated (all lines already paid off) is registered as an
      *    unapplied remainder for credit control to deal with by
      *    hand, the same way an unknown customer code is.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           PERFORM Find-Discount-Terms
           MOVE 0 TO Note-Count

           MOVE Rcpt-Amount TO Remaining-Wrk
           IF Rcpt-Reference NOT = SPACES
               PERFORM VARYING Remit-Ind FROM 1 BY 1
                                  UNTIL Remit-Ind > Remit-Count
                   IF Rmt-Reference(Remit-Ind) = Rcpt-Reference
                       PERFORM Apply-One-Remittance
                   END-IF
               END-PERFORM
           END-IF

      *    The switch is re-judged inside Allocate-To-Oldest-Line
      *    each pass; prime it so the first pass is taken at all.
           SET Open-Line-Found TO TRUE
               CALL Journal-Service USING Tj-Request
               PERFORM Rederive-File-Balance
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
               COMPUTE Plan-Applied-Wrk = Rcpt-Amount - Remaining-Wrk
               ADD Plan-Applied-Wrk TO Applied-Value
               PERFORM Mark-Plan-Instalments
           END-IF

           ELSE
               PERFORM Register-Unapplied-Remainder
           END-IF
           PERFORM VARYING Note-Ind FROM 1 BY 1
                              UNTIL Note-Ind > Note-Count
               PERFORM Register-Receipt-Note
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Apply-One-Remittance SECTION.
      *    The line the advice names takes what the advice says it
      *    pays (never more than the receipt has left); the
      *    discount window is honoured here as on any other line.
      *    A line that cannot take the money leaves it for the
      *    oldest-first pass.

           MOVE "N" TO Remit-Line-Sw
           IF Rmt-Ord-No(Remit-Ind) NOT = 0
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Rmt-Ord-No(Remit-Ind) TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Remit-Line-Found TO TRUE
               END-READ
           END-IF

           MOVE Rmt-Ord-No(Remit-Ind) TO Note-Ord-No-Wrk
           MOVE Rmt-Amount(Remit-Ind) TO Note-Amount-Wrk
           EVALUATE TRUE
               WHEN NOT Remit-Line-Found
                   MOVE "REMIT - NOT THIS CUSTOMER" TO Note-Text-Wrk
               WHEN Ordl-Ord-Status = "D"
                   MOVE "REMIT - LINE IN DISPUTE" TO Note-Text-Wrk
               WHEN Ordl-Pay-Val NOT < Ordl-Ord-Val
                   MOVE "REMIT - ALREADY PAID" TO Note-Text-Wrk
               WHEN Remaining-Wrk = 0
                   MOVE "REMIT - RECEIPT USED UP" TO Note-Text-Wrk
               WHEN OTHER
                   MOVE Rmt-Amount(Remit-Ind) TO Offer-Wrk
                   IF Offer-Wrk > Remaining-Wrk
                       MOVE Remaining-Wrk TO Offer-Wrk
                   END-IF
                   COMPUTE Held-Back-Wrk = Remaining-Wrk - Offer-Wrk
                   MOVE Offer-Wrk TO Remaining-Wrk
                   PERFORM Apply-To-Picked-Line
                   COMPUTE Note-Amount-Wrk = Offer-Wrk - Remaining-Wrk
                   ADD Held-Back-Wrk TO Remaining-Wrk
                   MOVE "PAID AS REMITTED" TO Note-Text-Wrk
           END-EVALUATE
           PERFORM Add-Receipt-Note
       .
      *---------------------------------------------------------------*
       Add-Receipt-Note SECTION.

           IF Note-Count < Max-Receipt-Notes
               ADD 1 TO Note-Count
               MOVE Note-Ord-No-Wrk TO Rn-Ord-No(Note-Count)
               MOVE Note-Amount-Wrk TO Rn-Amount(Note-Count)
               MOVE Note-Text-Wrk   TO Rn-Text(Note-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Discount-Terms SECTION.
      *    Only the customer's own (or their area's) terms carry a
      *    discount - Termlook's fallback offers none.

           MOVE File-C-Code TO Trm-C-Code
           MOVE File-C-Area TO Trm-C-Area
           MOVE 30          TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check
           MOVE "N" TO Discount-Terms-Sw
           IF Trm-Disc-Pct NOT = 0 AND Trm-Disc-Days NOT = 0
               SET Discount-Terms TO TRUE
           END-IF
           MOVE Rcpt-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Rcpt-Serial
       .
      *---------------------------------------------------------------*
       Allocate-To-Oldest-Line SECTION.
      *    Pick the open line (Ordl-Pay-Val short of Ordl-Ord-Val)
      *    with the oldest Ordl-Ord-Date - the lower order number
      *    wins a tie - and soak up as much of the receipt as that
      *    line can take.

           MOVE "N" TO Open-Line-Sw
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
                           PERFORM Judge-Oldest-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Open-Line-Found
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Oldest-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       MOVE "N" TO Open-Line-Sw
                   NOT INVALID KEY
                       PERFORM Apply-To-Picked-Line
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Oldest-Line SECTION.
      *    Disputed lines never soak up cash.

           IF Ordl-Ord-Status NOT = "D"
              AND Ordl-Pay-Val < Ordl-Ord-Val
              AND (NOT Open-Line-Found
                   OR Ordl-Ord-Date < Oldest-Ord-Date)
               SET Open-Line-Found TO TRUE
               MOVE Ordl-Ord-No   TO Oldest-Ord-No
               MOVE Ordl-Ord-Date TO Oldest-Ord-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-To-Picked-Line SECTION.
      *    Soak up as much of Remaining-Wrk as the line in
      *    Order-Line-Record can take - settled in full, settled
      *    inside the discount window, or part-paid - journalling
      *    the line as read before it is rewritten.

           PERFORM Journal-Order-Line
           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           MOVE 0 TO Discount-Wrk
           IF Remaining-Wrk < Outstanding-Wrk AND Discount-Terms
               PERFORM Judge-Settlement-Discount
           END-IF
           EVALUATE TRUE
               WHEN Remaining-Wrk NOT < Outstanding-Wrk
                   MOVE Ordl-Ord-Val TO Ordl-Pay-Val
                   SUBTRACT Outstanding-Wrk FROM Remaining-Wrk
                   MOVE "F" TO Ordl-Ord-Status
               WHEN Discount-Wrk NOT = 0
                AND Outstanding-Wrk - Remaining-Wrk
                                      NOT > Discount-Wrk
                   PERFORM Settle-With-Discount
               WHEN OTHER
                   ADD Remaining-Wrk TO Ordl-Pay-Val
                   MOVE 0 TO Remaining-Wrk
                   MOVE "P" TO Ordl-Ord-Status
           END-EVALUATE
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line
       .
      *---------------------------------------------------------------*
       Journal-Order-Line SECTION.
      *    The line's before-image goes on the journal alongside the
      *    customer's, so a rollback puts the two back together.

           SET Tj-Action-Image TO TRUE
           MOVE "ORDL" TO Tj-Rec-Type
           MOVE SPACES TO Tj-Key
           MOVE Ordl-Key TO Tj-Key(1:11)
           MOVE Order-Line-Record TO Tj-Image
           CALL Journal-Service USING Tj-Request
       .
      *---------------------------------------------------------------*
       Judge-Settlement-Discount SECTION.
      *    The discount is a per cent of the whole order line, and
      *    only an ordinary order paid within the window earns it -
      *    never a credit note, interest or a disputed line.

           IF (Ordl-Ord-Type = SPACE OR Ordl-Ord-Type = "O")
              AND Ordl-Ord-Val > 0
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Line-Serial
               IF Rcpt-Serial - Line-Serial NOT > Trm-Disc-Days
                   COMPUTE Discount-Wrk ROUNDED =
                       Ordl-Ord-Val * Trm-Disc-Pct / 100
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Settle-With-Discount SECTION.
      *    The cash goes on, the shortfall is allowed, the line is
      *    paid in full - and the register says which part was
      *    which.

           COMPUTE Shortfall-Wrk = Outstanding-Wrk - Remaining-Wrk
           MOVE Ordl-Ord-Val TO Ordl-Pay-Val
           MOVE 0 TO Remaining-Wrk
           MOVE "F" TO Ordl-Ord-Status

           INITIALIZE Discount-Record
           MOVE Run-Date                 TO Sdd-Date
           MOVE File-C-Code              TO Sdd-C-Code
           MOVE Ordl-Ord-No              TO Sdd-Ord-No
           MOVE Shortfall-Wrk            TO Sdd-Amount
           MOVE Rcpt-Date                TO Sdd-Rcpt-Date
           MOVE Rcpt-Reference           TO Sdd-Reference
           MOVE Cp-Run-Id                TO Sdd-Run-Id
           WRITE Discount-Record

           ADD 1 TO Discount-Count
           ADD Shortfall-Wrk TO Discount-Total
           MOVE Ordl-Ord-No           TO Note-Ord-No-Wrk
           MOVE Shortfall-Wrk         TO Note-Amount-Wrk
           MOVE "SETTLEMENT DISCOUNT" TO Note-Text-Wrk
           PERFORM Add-Receipt-Note
       .
      *---------------------------------------------------------------*
       Mark-Plan-Instalments SECTION.
      *    Money actually applied to the customer settles their plan
      *    balance-as-of-last-save the statement run depends on.

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
           MOVE Balance-Wrk TO File-C-Balance
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
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE Running-Bal     TO Audit-Bal-Before
           STRING "CUSTCASH RUN " Cp-Run-Id DELIMITED BY SIZE
               INTO Audit-Reason
           END-STRING
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
       Register-Applied-Receipt SECTION.
           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
       .
      *---------------------------------------------------------------*
       Register-Receipt-Note SECTION.

           MOVE Rcpt-C-Code    TO Reg-C-Code
           MOVE SPACES         TO Reg-Reference
           STRING "ORD " Rn-Ord-No(Note-Ind) DELIMITED BY SIZE
                                         INTO Reg-Reference
           MOVE 0              TO Reg-Amount
           MOVE Rn-Amount(Note-Ind) TO Reg-Applied
           MOVE Rn-Text(Note-Ind)   TO Reg-Status
           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
       .
      *---------------------------------------------------------------*
       Register-Unapplied-Remainder SECTION.

      *    going to zero is the daily control.

           ADD 1 TO Suspended-Count
           ADD Suspend-Amount-Wrk TO Suspended-Value
           INITIALIZE Suspense-Record
           ACCEPT Ssp-Date FROM DATE YYYYMMDD
           MOVE Rcpt-C-Code        TO Ssp-C-Code
           MOVE Unmatched-Count TO Total-Unmatched
           MOVE Register-Totals TO Register-Line
           WRITE Register-Line
           MOVE Discount-Count TO Total-Discounts
           MOVE Discount-Total TO Total-Discount-Value
           MOVE Register-Discount-Total TO Register-Line
           WRITE Register-Line

           PERFORM Rewrite-Plan-File

           SET Cp-Action-End TO TRUE
           CALL Checkpoint-Service USING Cp-Request

           PERFORM Write-Control-Total

           DISPLAY "RECEIPTS POSTED: " Applied-Count
                   " UNMATCHED/SKIPPED: " Unmatched-Count
           DISPLAY "PARKED IN SUSPENSE: " Suspended-Count
           DISPLAY "SETTLEMENT DISCOUNTS ALLOWED: " Discount-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Receipt-File
           CLOSE Suspense-File
           CLOSE Discount-File
           CLOSE Register-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every receipt read is either applied in full or ends with
      *    money in suspense, so in = out + aside by count and by
      *    value - a part-applied receipt splits its money between
      *    the two.  A resumed run's figures are only the receipts
      *    after the checkpoint, and it says so.

           INITIALIZE Control-Total
           MOVE "CUSTCASH"      TO Ctl-Job
           MOVE Cp-Run-Id       TO Ctl-Run-Id
           IF Cp-Resuming = "Y"
               SET Ctl-Resumed-Run TO TRUE
           END-IF
           MOVE Receipt-Count   TO Ctl-Recs-In
           MOVE Receipt-Value   TO Ctl-Value-In
           MOVE Applied-Count   TO Ctl-Recs-Out
           MOVE Applied-Value   TO Ctl-Value-Out
           MOVE Unmatched-Count TO Ctl-Recs-Aside
           MOVE Suspended-Value TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
