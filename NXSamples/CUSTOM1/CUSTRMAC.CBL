      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrmac.

      *---------------------------------------------------------------*
      *    Returns receipt and credit run.  Two steps, every night:
      *    1. The warehouse's receipts file rmarecv.dat (RMA number,
      *       RMA line, quantity actually received, date received -
      *       one receipt per RMA line) is applied to custrma.ism:
      *       each line awaiting goods takes the quantity that came
      *       back, never more than was authorised, and moves to
      *       "R" received.  A receipt for an unknown line, a line
      *       not awaiting goods, a nil receipt or an over-receipt
      *       goes to the exceptions file rmaexcp.dat with a reason.
      *    2. Every RMA with received lines gets its credit note: one
      *       "C" order line on the customer for the value of what
      *       was actually received at the price it was sold at,
      *       number drawn from the shared Custonum sequence, dated
      *       the run date.  The VAT comes off the original order's
      *       ordtax.ism split in proportion, so the credit reverses
      *       exactly the tax that was charged; an original with no
      *       split on file is judged at today's standard rate in
      *       force on its order date through Taxlook.  The line goes
      *       onto custord.ism beside the customer's others.
      *       Balances are re-derived, the usual custaudt.log entry
      *       written, the RMA lines stamped with the credit order
      *       number, and each credit listed on the register
      *       custrmac.prt.
      *    A customer on-screen in some session, or an accounting
      *    period closed for the run date, holds the credit back at
      *    "R" for the next run - nothing received is ever lost.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY) for the credit step: RMAs with goods
      *    received in, credits raised out, credits held back aside,
      *    by count and by credit value.
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

           SELECT Rma-File ASSIGN "custrma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Rma-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Rma-File-Status.

           SELECT Receipt-File ASSIGN "rmarecv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Receipt-File-Status.

           SELECT Exception-File ASSIGN "rmaexcp.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Register-File ASSIGN "custrmac.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Tax-File ASSIGN "ordtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Otx-Ord-No
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Tax-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Rma-File.
           COPY "CUSTRMA.CPY".

       FD  Receipt-File.
       01  Receipt-Record.
           03  Rcv-Rma-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Rcv-Line-No             PIC 9(2).
           03  FILLER                  PIC X(1).
           03  Rcv-Qty                 PIC 9(5).
           03  FILLER                  PIC X(1).
           03  Rcv-Date                PIC 9(8).

       FD  Exception-File.
       01  Exception-Record.
           03  Exc-Rma-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Exc-Line-No             PIC 9(2).
           03  FILLER                  PIC X(1).
           03  Exc-Qty                 PIC 9(5).
           03  FILLER                  PIC X(1).
           03  Exc-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Exc-Reason              PIC X(24).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Register-File.
       01  Register-Line               PIC X(80).

       FD  Order-Tax-File.
           COPY "ORDTAX.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Credit-Rmas             VALUE 2000.
       78  Order-Number-Service        VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".
       78  Tax-Lookup-Service          VALUE "taxlook".
      *    accounting-period gate - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

       77  Customer-File-Status        PIC X(2).

       77  Rma-File-Status             PIC X(2).
          88  Rma-File-Eof                VALUE "10".
          88  Rma-File-Not-Found          VALUE "35".

       77  Receipt-File-Status         PIC X(2).
          88  Receipt-File-Eof            VALUE "10".
          88  Receipt-File-Not-Found      VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       01  Order-Tax-File-Status       PIC X(02).
           88  Order-Tax-File-Not-Found    VALUE "35".

       01  Tax-Look-Code               PIC X.
       01  Tax-Look-Date               PIC 9(8).
       01  Tax-Look-Pct                PIC 9(2)V99.
       01  Tax-Look-Found              PIC X.

       01  Credits-Held-Sw             PIC X(01) VALUE "N".
          88  Credits-Held                VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       01  Tax-Known-Sw                PIC X(01).
          88  Tax-Known                   VALUE "Y".

       77  Rma-Ind                     PIC 9(4) COMP.
       77  Rma-Count                   PIC 9(4) COMP VALUE 0.
       77  Held-Ind                    PIC 9(4) COMP.
       77  Held-Count                  PIC 9(4) COMP.
       77  Receipts-Applied            PIC 9(6) VALUE 0.
       77  Exception-Count             PIC 9(6) VALUE 0.
       77  Credited-Count              PIC 9(6) VALUE 0.
       77  Credits-Held-Back           PIC 9(6) VALUE 0.
       77  Credits-Due-Value           PIC S9(11)V99 COMP VALUE 0.
       77  Credited-Value              PIC S9(11)V99 COMP VALUE 0.

      *    the RMAs with received lines waiting for their credit
       01  Credit-Rma-Table.
           03  Cr-Rma-No OCCURS Max-Credit-Rmas PIC 9(6).

      *    the received lines of the RMA in hand
       01  Held-Line-Table.
           03  Held-Line-No OCCURS 99  PIC 9(2).

       01  This-C-Code                 PIC X(5).
       01  This-Orig-Ord-No            PIC 9(6).
       01  This-Orig-Ord-Date          PIC 9(8).
       77  Credit-Gross-Wrk            PIC S9(7)V99 COMP.
       77  Credit-Tax-Wrk              PIC S9(7)V99 COMP.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       01  Credit-Tax-Code             PIC X.
       01  Credit-Rate-Pct             PIC 9(2)V99.

       01  Allocated-Ord-No            PIC 9(6).
       01  Run-Date                    PIC 9(8).
       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(35) VALUE
               "RETURNS CREDITED - RUN AT".
           03  Heading-Date            PIC 9(8).

       01  Register-Detail.
           03  Reg-Rma-No              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-C-Code              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Orig-Ord-No         PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Credit-Ord-No       PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Credit              PIC Z(6)9.99-.
           03  FILLER                  PIC X(5) VALUE " VAT ".
           03  Reg-Tax                 PIC Z(6)9.99-.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Reg-Note                PIC X(20).

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
           IF NOT Rma-File-Not-Found
               PERFORM Apply-Receipts
               PERFORM Gather-Received-Rmas
               PERFORM VARYING Rma-Ind FROM 1 BY 1
                                  UNTIL Rma-Ind > Rma-Count
                   PERFORM Credit-One-Rma
               END-PERFORM
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

      *    every credit this run raises is dated Run-Date - one
      *    period check up front covers the whole run; receipts are
      *    still applied, the credits wait
           MOVE Run-Date TO Per-Date
           CALL Period-Check-Service USING Per-Check
           IF Per-Period-Closed
               DISPLAY "CUSTRMAC: ACCOUNTING PERIOD CLOSED - "
                       "CREDITS HELD"
               SET Credits-Held TO TRUE
           END-IF

           OPEN OUTPUT Register-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Register-Line
           WRITE Register-Line
           MOVE SPACES TO Register-Line
           WRITE Register-Line

           OPEN OUTPUT Exception-File

           OPEN I-O Rma-File
           IF Rma-File-Not-Found
               DISPLAY "CUSTRMAC: NO CUSTRMA.ISM - NO RETURNS "
                       "AUTHORISED YET"
           ELSE
               OPEN I-O Customer-File

               OPEN I-O Order-Line-File

               OPEN I-O Order-Tax-File
               IF Order-Tax-File-Not-Found
                   OPEN OUTPUT Order-Tax-File
                   CLOSE Order-Tax-File
                   OPEN I-O Order-Tax-File
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-Receipts SECTION.

           OPEN INPUT Receipt-File
           IF Receipt-File-Not-Found
               DISPLAY "CUSTRMAC: NO RMARECV.DAT - NO RECEIPTS TODAY"
           ELSE
               PERFORM UNTIL Receipt-File-Eof
                   READ Receipt-File
                       AT END
                           SET Receipt-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Apply-One-Receipt
                   END-READ
               END-PERFORM
               CLOSE Receipt-File
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-One-Receipt SECTION.
      *    An over-receipt is still taken for what was authorised -
      *    the extra goes on the exceptions file for somebody to
      *    decide about, never onto a credit nobody agreed.

           MOVE Rcv-Rma-No  TO Rma-No
           MOVE Rcv-Line-No TO Rma-Line-No
           READ Rma-File
               INVALID KEY
                   MOVE "UNKNOWN RMA LINE" TO Exc-Reason
                   PERFORM Write-Exception-Record
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT Rma-Issued
                           MOVE "NOT AWAITING GOODS" TO Exc-Reason
                           PERFORM Write-Exception-Record
                       WHEN Rcv-Qty = 0
                           MOVE "NIL RECEIPT - STILL OPEN"
                                                   TO Exc-Reason
                           PERFORM Write-Exception-Record
                       WHEN OTHER
                           IF Rcv-Qty > Rma-Qty-Authorised
                               MOVE "MORE THAN AUTHORISED"
                                                   TO Exc-Reason
                               PERFORM Write-Exception-Record
                               MOVE Rma-Qty-Authorised
                                                   TO Rma-Qty-Received
                           ELSE
                               MOVE Rcv-Qty TO Rma-Qty-Received
                           END-IF
                           MOVE Rcv-Date TO Rma-Received-Date
                           SET Rma-Received TO TRUE
                           REWRITE Rma-Record
                           ADD 1 TO Receipts-Applied
                   END-EVALUATE
           END-READ
       .
      *---------------------------------------------------------------*
       Write-Exception-Record SECTION.

           ADD 1 TO Exception-Count
           MOVE Rcv-Rma-No  TO Exc-Rma-No
           MOVE Rcv-Line-No TO Exc-Line-No
           MOVE Rcv-Qty     TO Exc-Qty
           MOVE Rcv-Date    TO Exc-Date
           WRITE Exception-Record
       .
      *---------------------------------------------------------------*
       Gather-Received-Rmas SECTION.

           MOVE LOW-VALUES TO Rma-Key
           START Rma-File KEY IS NOT LESS THAN Rma-Key
               INVALID KEY
                   MOVE "10" TO Rma-File-Status
           END-START
           PERFORM UNTIL Rma-File-Eof
               READ Rma-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Rma-Received
                           PERFORM Note-Received-Rma
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Rma-File-Status
       .
      *---------------------------------------------------------------*
       Note-Received-Rma SECTION.
      *    The file is in RMA order, so a number already noted is
      *    always the last one.

           IF Rma-Count = 0
              OR Cr-Rma-No(Rma-Count) NOT = Rma-No
               IF Rma-Count < Max-Credit-Rmas
                   ADD 1 TO Rma-Count
                   MOVE Rma-No TO Cr-Rma-No(Rma-Count)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Credit-One-Rma SECTION.

           MOVE 0 TO Held-Count
           MOVE 0 TO Credit-Gross-Wrk
           MOVE "N" TO Range-Done-Sw
           MOVE Cr-Rma-No(Rma-Ind) TO Rma-No
           MOVE 0 TO Rma-Line-No
           START Rma-File KEY IS NOT LESS THAN Rma-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Rma-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Rma-No NOT = Cr-Rma-No(Rma-Ind)
                           SET Range-Done TO TRUE
                       ELSE
                           IF Rma-Received
                               PERFORM Hold-One-Received-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           ADD Credit-Gross-Wrk TO Credits-Due-Value
           MOVE Cr-Rma-No(Rma-Ind) TO Reg-Rma-No
           MOVE This-C-Code        TO Reg-C-Code
           MOVE This-Orig-Ord-No   TO Reg-Orig-Ord-No
           MOVE 0                  TO Reg-Credit-Ord-No
           MOVE Credit-Gross-Wrk   TO Reg-Credit
           MOVE 0                  TO Reg-Tax

           IF Credits-Held
               ADD 1 TO Credits-Held-Back
               MOVE "PERIOD CLOSED - HELD" TO Reg-Note
               PERFORM Write-Register-Line
           ELSE
               MOVE This-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       ADD 1 TO Credits-Held-Back
                       MOVE "CUSTOMER NOT ON FILE" TO Reg-Note
                       PERFORM Write-Register-Line
                   NOT INVALID KEY
                       IF File-C-Lock-Op NOT = SPACES
                          AND File-C-Lock-Op NOT = My-Operator-Id
                           ADD 1 TO Credits-Held-Back
                           MOVE "ON-SCREEN - NEXT RUN" TO Reg-Note
                           PERFORM Write-Register-Line
                       ELSE
                           PERFORM Raise-The-Credit
                       END-IF
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Hold-One-Received-Line SECTION.

           ADD 1 TO Held-Count
           MOVE Rma-Line-No       TO Held-Line-No(Held-Count)
           MOVE Rma-C-Code        TO This-C-Code
           MOVE Rma-Orig-Ord-No   TO This-Orig-Ord-No
           MOVE Rma-Orig-Ord-Date TO This-Orig-Ord-Date
           COMPUTE Credit-Gross-Wrk = Credit-Gross-Wrk
                           + Rma-Qty-Received * Rma-Unit-Price
       .
      *---------------------------------------------------------------*
       Raise-The-Credit SECTION.

           CALL Order-Number-Service USING Allocated-Ord-No
           IF Allocated-Ord-No = 0
               ADD 1 TO Credits-Held-Back
               MOVE "NO ORDER NUMBER" TO Reg-Note
               PERFORM Write-Register-Line
           ELSE
               PERFORM Capture-Before-Image
               INITIALIZE Order-Line-Record
               MOVE File-C-Code      TO Ordl-C-Code
               MOVE Allocated-Ord-No TO Ordl-Ord-No
               MOVE File-C-Company   TO Ordl-Company
               MOVE Run-Date         TO Ordl-Ord-Date
               COMPUTE Ordl-Ord-Val = 0 - Credit-Gross-Wrk
               MOVE 0                TO Ordl-Pay-Val
               MOVE "C"              TO Ordl-Ord-Type
               MOVE "O"              TO Ordl-Ord-Status
               WRITE Order-Line-Record
               MOVE 0 TO Line-Ord-Val-Before
               MOVE 0 TO Line-Pay-Val-Before
               PERFORM Note-Touched-Line
               MOVE "CREDITED"       TO Reg-Note
               PERFORM Post-Order-Index
               PERFORM Rederive-File-Balance
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
               PERFORM Write-Tax-Record
               PERFORM Stamp-Lines-Credited
               ADD 1 TO Credited-Count
               ADD Credit-Gross-Wrk TO Credited-Value
               MOVE Allocated-Ord-No TO Reg-Credit-Ord-No
               MOVE Credit-Tax-Wrk   TO Reg-Tax
               PERFORM Write-Register-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Tax-Record SECTION.
      *    The credit carries the same share of the original order's
      *    VAT as its value is of the original's - what was charged
      *    is what comes back.  Stored negative, so the quarterly
      *    return nets the claw-back off.

           MOVE "N" TO Tax-Known-Sw
           MOVE 0 TO Credit-Tax-Wrk
           MOVE This-Orig-Ord-No TO Otx-Ord-No
           READ Order-Tax-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Otx-Gross NOT = 0
                       COMPUTE Credit-Tax-Wrk ROUNDED =
                           Otx-Tax * Credit-Gross-Wrk / Otx-Gross
                       MOVE Otx-Tax-Code TO Credit-Tax-Code
                       MOVE Otx-Rate-Pct TO Credit-Rate-Pct
                       SET Tax-Known TO TRUE
                   END-IF
           END-READ

           IF NOT Tax-Known
               MOVE "S" TO Tax-Look-Code
               MOVE This-Orig-Ord-Date TO Tax-Look-Date
               CALL Tax-Lookup-Service USING Tax-Look-Code
                                             Tax-Look-Date
                                             Tax-Look-Pct
                                             Tax-Look-Found
               IF Tax-Look-Found = "Y"
                   COMPUTE Credit-Tax-Wrk ROUNDED =
                       Credit-Gross-Wrk * Tax-Look-Pct
                                        / (100 + Tax-Look-Pct)
                   MOVE Tax-Look-Code TO Credit-Tax-Code
                   MOVE Tax-Look-Pct  TO Credit-Rate-Pct
                   SET Tax-Known TO TRUE
               END-IF
           END-IF

           IF Tax-Known
               MOVE Allocated-Ord-No TO Otx-Ord-No
               MOVE File-C-Code      TO Otx-C-Code
               MOVE Run-Date         TO Otx-Ord-Date
               MOVE Credit-Tax-Code  TO Otx-Tax-Code
               MOVE Credit-Rate-Pct  TO Otx-Rate-Pct
               COMPUTE Otx-Gross = 0 - Credit-Gross-Wrk
               COMPUTE Otx-Tax   = 0 - Credit-Tax-Wrk
               COMPUTE Otx-Net   = Credit-Tax-Wrk - Credit-Gross-Wrk
               REWRITE Order-Tax-Record
                   INVALID KEY
                       WRITE Order-Tax-Record
                       END-WRITE
               END-REWRITE
           END-IF
       .
      *---------------------------------------------------------------*
       Stamp-Lines-Credited SECTION.

           PERFORM VARYING Held-Ind FROM 1 BY 1
                              UNTIL Held-Ind > Held-Count
               MOVE Cr-Rma-No(Rma-Ind)      TO Rma-No
               MOVE Held-Line-No(Held-Ind)  TO Rma-Line-No
               READ Rma-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Rma-Credited TO TRUE
                       MOVE Allocated-Ord-No TO Rma-Credit-Ord-No
                       MOVE Run-Date         TO Rma-Credited-Date
                       REWRITE Rma-Record
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Write-Register-Line SECTION.

           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
       .
      *---------------------------------------------------------------*
       Capture-Before-Image SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
       .
      *---------------------------------------------------------------*
       Post-Order-Index SECTION.
      *    The new line onto the order-number index.

           SET Oxs-Action-Post   TO TRUE
           MOVE Allocated-Ord-No TO Oxs-Ord-No
           MOVE File-C-Code      TO Oxs-C-Code
           CALL Order-Index-Service USING Oxs-Request
       .
      *---------------------------------------------------------------*
       Rederive-File-Balance SECTION.

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
       Program-Terminate SECTION.

           DISPLAY "RECEIPTS APPLIED: " Receipts-Applied
                   " EXCEPTIONS: " Exception-Count
           DISPLAY "RMAS CREDITED: " Credited-Count
                   " HELD BACK: " Credits-Held-Back
           IF NOT Rma-File-Not-Found
               CLOSE Rma-File
               CLOSE Customer-File
               CLOSE Order-Line-File
               CLOSE Order-Tax-File
           END-IF
           CLOSE Exception-File
           CLOSE Register-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every RMA with goods received is credited or held back,
      *    so in = out + aside.

           INITIALIZE Control-Total
           MOVE "CUSTRMAC"        TO Ctl-Job
           COMPUTE Ctl-Recs-In = Credited-Count + Credits-Held-Back
           MOVE Credits-Due-Value TO Ctl-Value-In
           MOVE Credited-Count    TO Ctl-Recs-Out
           MOVE Credited-Value    TO Ctl-Value-Out
           MOVE Credits-Held-Back TO Ctl-Recs-Aside
           COMPUTE Ctl-Value-Aside = Credits-Due-Value - Credited-Value
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
