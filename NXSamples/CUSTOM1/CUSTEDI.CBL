      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custedi.

      *---------------------------------------------------------------*
      *    Inbound EDI purchase order import - the orders our
      *    trading customers send electronically, raised without
      *    re-keying them into Custom1 and Orditem.  Reads the
      *    interchange file ediordin.dat: one "H" header record per
      *    purchase order (customer, their PO reference, order date)
      *    followed by its "L" line records (product, quantity, the
      *    unit price the customer expects to pay).  For each order:
      *        - every line is checked against prodmast.ism and
      *          priced through the Priclook service as Orditem
      *          prices it; a line at any other price is refused
      *          rather than charged at a figure nobody agreed;
      *        - the order as a whole is judged the way Custom1's
      *          Save-Record judges a new order line - account stop,
      *          cash-with-order while a credit application stands
      *          (see CUSTCAPP.CPY), the customer's own limit, or the
      *          head office's limit across the national account
      *          (custfam.dat) - on the value of the good lines;
      *        - an order that passes gets its number from the
      *          Custonum sequence and goes onto custord.ism as an
      *          ordinary open line dated with the PO date, audited
      *          to custaudt.log, with its orddetl.ism rows, its
      *          ordtax.ism split, its ordshto.ism record (statement
      *          address), its stock allocated through Stockset, the
      *          PO reference on ordpo.ism for the statements, and
      *          where each line's price came from on ordprice.ism
      *          (see ORDPRICE.CPY), as Orditem keeps it.
      *    Every order and every line is answered on ediordak.dat
      *    for return to the customer: the header with our order
      *    number and "A"ccepted, "P"art accepted or "R"ejected,
      *    each line "A" or "R" with a reason.  A PO reference the
      *    customer has sent before is refused, so a resent
      *    interchange never doubles the order.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): interchange lines in, lines accepted
      *    onto orders out, lines refused aside, by count and by
      *    value at the price the customer sent.
      *    Reason codes - order (every line refused):
      *        H1 - customer not on cust.ism
      *        H2 - no PO reference
      *        H3 - PO reference already received
      *        H4 - order date missing or in a closed period
      *        H5 - customer on-screen in another session
      *        H6 - account on stop
      *        H7 - cash with order only - no credit account
      *        H8 - over the credit limit
      *        H9 - national account over the head office limit
      *        HA - no line could be accepted
      *        HB - no order number could be issued
      *    Reason codes - line:
      *        L1 - product not on the catalogue
      *        L2 - no quantity
      *        L3 - price is not the agreed price
      *        L4 - more lines than one order holds
      *        L5 - line with no header before it
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
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Customer-File-Status.

           SELECT Interchange-File ASSIGN "ediordin.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Interchange-File-Status.

           SELECT Ack-File ASSIGN "ediordak.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS RANDOM
           FILE STATUS IS Product-File-Status.

           SELECT Stop-File ASSIGN "custstop.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stop-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Stop-File-Status.

           SELECT Application-File ASSIGN "custcapp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Capp-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Application-File-Status.

           SELECT Family-File ASSIGN "custfam.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Family-File-Status.

           SELECT Detail-File ASSIGN "orddetl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Odt-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Detail-File-Status.

           SELECT Order-Tax-File ASSIGN "ordtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Otx-Ord-No
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Tax-File-Status.

           SELECT Order-Ship-To-File ASSIGN "ordshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Osh-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Ship-To-File-Status.

           SELECT Order-Po-File ASSIGN "ordpo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Opo-Ord-No
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Po-File-Status.

           SELECT Order-Price-File ASSIGN "ordprice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Opr-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Price-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Interchange-File.
       01  Interchange-Record.
           03  Ein-Type                PIC X.
              88  Ein-Type-Header         VALUE "H".
              88  Ein-Type-Line           VALUE "L".
           03  FILLER                  PIC X(1).
           03  Ein-Header.
               05  Ein-C-Code          PIC X(5).
               05  FILLER              PIC X(1).
               05  Ein-Po-Ref          PIC X(20).
               05  FILLER              PIC X(1).
               05  Ein-Ord-Date        PIC 9(8).
           03  Ein-Line REDEFINES Ein-Header.
               05  Ein-Product         PIC X(8).
               05  FILLER              PIC X(1).
               05  Ein-Quantity        PIC 9(5).
               05  FILLER              PIC X(1).
               05  Ein-Unit-Price      PIC 9(5)V99.
               05  FILLER              PIC X(13).

       FD  Ack-File.
       01  Ack-Record.
           03  Eak-Type                PIC X.
           03  FILLER                  PIC X(1).
           03  Eak-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Eak-Po-Ref              PIC X(20).
           03  FILLER                  PIC X(1).
           03  Eak-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Eak-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Eak-Line-Seq            PIC 9(3).
           03  FILLER                  PIC X(1).
           03  Eak-Product             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Eak-Quantity            PIC 9(5).
           03  FILLER                  PIC X(1).
           03  Eak-Unit-Price          PIC 9(5)V99.
           03  FILLER                  PIC X(1).
           03  Eak-Reason              PIC X(2).
           03  FILLER                  PIC X(1).
           03  Eak-Reason-Text         PIC X(40).

       FD  Product-File.
           COPY "PRODMAST.CPY".

       FD  Stop-File.
           COPY "CUSTSTOP.CPY".

       FD  Application-File.
           COPY "CUSTCAPP.CPY".

       FD  Family-File.
           COPY "CUSTFAM.CPY".

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       FD  Order-Tax-File.
           COPY "ORDTAX.CPY".

       FD  Order-Ship-To-File.
           COPY "ORDSHTO.CPY".

       FD  Order-Po-File.
           COPY "ORDPO.CPY".

       FD  Order-Price-File.
           COPY "ORDPRICE.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Po-Lines                VALUE 99.
       78  Max-Family-Links            VALUE 500.
       78  Max-Known-Pos               VALUE 5000.

       78  Order-Number-Service        VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".
       78  Tax-Lookup-Service          VALUE "taxlook".
      *    customer price agreements - see PRICLOOK.CBL
       78  Price-Lookup-Service        VALUE "priclook".
           COPY "PRICLOOK.CPY".
      *    stock allocation - see STOCKSET.CPY
       78  Stock-Movement-Service      VALUE "stockset".
           COPY "STOCKSET.CPY".
      *    accounting-period gate - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Interchange-File-Status     PIC X(2).
          88  Interchange-File-Eof        VALUE "10".
          88  Interchange-File-Not-Found  VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       77  Stop-File-Status            PIC X(2).
          88  Stop-File-Not-Found         VALUE "35".
       77  Application-File-Status     PIC X(2).
          88  Application-File-Not-Found  VALUE "35".
       77  Family-File-Status          PIC X(2).
          88  Family-File-Eof             VALUE "10".
          88  Family-File-Not-Found       VALUE "35".
       77  Detail-File-Status          PIC X(2).
          88  Detail-File-Not-Found       VALUE "35".
       77  Order-Tax-File-Status       PIC X(2).
          88  Order-Tax-File-Not-Found    VALUE "35".
       77  Order-Ship-To-File-Status   PIC X(2).
          88  Order-Ship-To-Not-Found     VALUE "35".
       77  Order-Po-File-Status        PIC X(2).
          88  Order-Po-File-Eof           VALUE "10".
          88  Order-Po-File-Not-Found     VALUE "35".
       77  Order-Price-File-Status     PIC X(2).
          88  Order-Price-File-Not-Found  VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       01  Catalogue-Open-Sw           PIC X(01) VALUE "N".
          88  Catalogue-Open              VALUE "Y".
       01  Stop-File-Open-Sw           PIC X(01) VALUE "N".
          88  Stop-File-Open              VALUE "Y".
       01  Application-Open-Sw         PIC X(01) VALUE "N".
          88  Application-File-Open       VALUE "Y".
       01  Order-Held-Sw               PIC X(01) VALUE "N".
          88  Order-Held                  VALUE "Y".
       01  Family-Linked-Sw            PIC X(01).
          88  Family-Linked               VALUE "Y".
       01  Po-Known-Sw                 PIC X(01).
          88  Po-Known                    VALUE "Y".

      *    the purchase order being gathered from the interchange
       01  Po-Header.
           03  Po-C-Code               PIC X(5).
           03  Po-Ref                  PIC X(20).
           03  Po-Ord-Date             PIC 9(8).
       77  Po-Line-Count               PIC 9(3) COMP.
       77  Po-Good-Count               PIC 9(3) COMP.
       01  Po-Lines.
           03  Pl-Entry OCCURS Max-Po-Lines.
               05  Pl-Product          PIC X(8).
               05  Pl-Quantity         PIC 9(5).
               05  Pl-Unit-Price       PIC 9(5)V99.
               05  Pl-Our-Price        PIC 9(5)V99.
               05  Pl-Extended         PIC 9(7)V99.
               05  Pl-Reason           PIC X(2).
      *        the Priclook answer the line was priced by
               05  Pl-Price-Source     PIC X.
               05  Pl-Agreed-Code      PIC X(5).
               05  Pl-Disc-Pct         PIC 9(2)V99.
               05  Pl-To-Date          PIC 9(8).
               05  Pl-Catalogue-Price  PIC 9(5)V99.
       77  Po-Ind                      PIC 9(3) COMP.
       77  Po-Value                    PIC S9(9)V99 COMP.
       01  Order-Reason                PIC X(2).
       01  Allocated-Ord-No            PIC 9(6).
       77  Detail-Line-No              PIC 9(2).

       77  Fam-Ind                     PIC 9(4) COMP.
       77  Fam-Count                   PIC 9(4) COMP VALUE 0.
       01  Family-Links.
           03  Fam-Entry OCCURS Max-Family-Links.
               05  Fl-Child            PIC X(5).
               05  Fl-Parent           PIC X(5).
       01  Family-Root-Code            PIC X(5).
       77  Family-Exposure             PIC S9(11)V99 COMP.
       77  Family-Limit                PIC 9(7) COMP.

       77  Known-Ind                   PIC 9(4) COMP.
       77  Known-Count                 PIC 9(4) COMP VALUE 0.
       01  Known-Pos.
           03  Kp-Entry OCCURS Max-Known-Pos.
               05  Kp-C-Code           PIC X(5).
               05  Kp-Po-Ref           PIC X(20).

       01  Tax-Look-Code               PIC X.
       01  Tax-Look-Date               PIC 9(8).
       01  Tax-Look-Pct                PIC 9(2)V99.
       01  Tax-Look-Found              PIC X.
       77  Tax-Element-Wrk             PIC S9(7)V99 COMP.

       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       77  Order-Count                 PIC 9(6) VALUE 0.
       77  Accepted-Count              PIC 9(6) VALUE 0.
       77  Part-Count                  PIC 9(6) VALUE 0.
       77  Rejected-Count              PIC 9(6) VALUE 0.
       77  Lines-Accepted-Count        PIC 9(7) VALUE 0.
       77  Lines-Refused-Count         PIC 9(7) VALUE 0.
       77  Lines-Accepted-Value        PIC S9(11)V99 COMP VALUE 0.
       77  Lines-Refused-Value         PIC S9(11)V99 COMP VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT Interchange-File-Not-Found
               PERFORM Read-Next-Interchange
               PERFORM Take-One-Record UNTIL Interchange-File-Eof
               IF Order-Held
                   PERFORM Process-The-Order
               END-IF
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

           OPEN INPUT Interchange-File
           IF Interchange-File-Not-Found
               DISPLAY "CUSTEDI: NO EDIORDIN.DAT - NOTHING TO IMPORT"
           ELSE
               OPEN OUTPUT Ack-File
               OPEN I-O Customer-File
               PERFORM Open-Reference-Files
               PERFORM Open-Order-Files
               PERFORM Load-Family-Links
               PERFORM Load-Known-Pos
           END-IF
       .
      *---------------------------------------------------------------*
       Open-Reference-Files SECTION.
      *    No stop file means nobody is on stop, no application file
      *    that nobody has had to apply; no catalogue means every
      *    line is refused.

           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Catalogue-Open TO TRUE
           END-IF
           OPEN INPUT Stop-File
           IF NOT Stop-File-Not-Found
               SET Stop-File-Open TO TRUE
           END-IF
           OPEN INPUT Application-File
           IF NOT Application-File-Not-Found
               SET Application-File-Open TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Open-Order-Files SECTION.

           OPEN I-O Detail-File
           IF Detail-File-Not-Found
               OPEN OUTPUT Detail-File
               CLOSE Detail-File
               OPEN I-O Detail-File
           END-IF
           OPEN I-O Order-Tax-File
           IF Order-Tax-File-Not-Found
               OPEN OUTPUT Order-Tax-File
               CLOSE Order-Tax-File
               OPEN I-O Order-Tax-File
           END-IF
           OPEN I-O Order-Ship-To-File
           IF Order-Ship-To-Not-Found
               OPEN OUTPUT Order-Ship-To-File
               CLOSE Order-Ship-To-File
               OPEN I-O Order-Ship-To-File
           END-IF
           OPEN I-O Order-Po-File
           IF Order-Po-File-Not-Found
               OPEN OUTPUT Order-Po-File
               CLOSE Order-Po-File
               OPEN I-O Order-Po-File
           END-IF
           OPEN I-O Order-Price-File
           IF Order-Price-File-Not-Found
               OPEN OUTPUT Order-Price-File
               CLOSE Order-Price-File
               OPEN I-O Order-Price-File
           END-IF
           OPEN I-O Order-Line-File
       .
      *---------------------------------------------------------------*
       Load-Family-Links SECTION.
      *    The national-accounts links, held for the run the way
      *    Custom1 holds them for a session.

           MOVE 0 TO Fam-Count
           OPEN INPUT Family-File
           IF Family-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Family-File-Eof
                            OR Fam-Count = Max-Family-Links
                   READ Family-File
                       AT END
                           SET Family-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Fam-Count
                           MOVE Fam-Child-Code TO Fl-Child(Fam-Count)
                           MOVE Fam-Parent-Code TO Fl-Parent(Fam-Count)
                   END-READ
               END-PERFORM
               CLOSE Family-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Known-Pos SECTION.
      *    Every PO reference already received, so a resent
      *    interchange is answered H3 instead of raising the order
      *    twice.

           MOVE LOW-VALUES TO Opo-Ord-No
           START Order-Po-File KEY IS NOT LESS THAN Opo-Ord-No
               INVALID KEY
                   MOVE "10" TO Order-Po-File-Status
           END-START
           PERFORM UNTIL Order-Po-File-Eof
                         OR Known-Count = Max-Known-Pos
               READ Order-Po-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO Known-Count
                       MOVE Opo-C-Code TO Kp-C-Code(Known-Count)
                       MOVE Opo-Po-Ref TO Kp-Po-Ref(Known-Count)
               END-READ
           END-PERFORM
           MOVE "00" TO Order-Po-File-Status
       .
      *---------------------------------------------------------------*
       Take-One-Record SECTION.
      *    A header closes off the order before it; lines are
      *    gathered until the next header or the end of the file.

           EVALUATE TRUE
               WHEN Ein-Type-Header
                   IF Order-Held
                       PERFORM Process-The-Order
                   END-IF
                   PERFORM Start-New-Order
               WHEN Ein-Type-Line
                   IF Order-Held
                       PERFORM Gather-One-Line
                   ELSE
                       PERFORM Ack-Orphan-Line
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM Read-Next-Interchange
       .
      *---------------------------------------------------------------*
       Start-New-Order SECTION.

           SET Order-Held TO TRUE
           MOVE Ein-C-Code TO Po-C-Code
           MOVE Ein-Po-Ref TO Po-Ref
           IF Ein-Ord-Date NUMERIC
               MOVE Ein-Ord-Date TO Po-Ord-Date
           ELSE
               MOVE 0 TO Po-Ord-Date
           END-IF
           MOVE 0 TO Po-Line-Count
       .
      *---------------------------------------------------------------*
       Gather-One-Line SECTION.
      *    Lines past what one order holds are kept as far as the
      *    table goes and answered L4 - the last slot stands for
      *    all of them.

           IF Po-Line-Count < Max-Po-Lines
               ADD 1 TO Po-Line-Count
               MOVE SPACES TO Pl-Reason(Po-Line-Count)
           ELSE
               MOVE "L4" TO Pl-Reason(Po-Line-Count)
           END-IF
           MOVE Ein-Product TO Pl-Product(Po-Line-Count)
           IF Ein-Quantity NUMERIC
               MOVE Ein-Quantity TO Pl-Quantity(Po-Line-Count)
           ELSE
               MOVE 0 TO Pl-Quantity(Po-Line-Count)
           END-IF
           IF Ein-Unit-Price NUMERIC
               MOVE Ein-Unit-Price TO Pl-Unit-Price(Po-Line-Count)
           ELSE
               MOVE 0 TO Pl-Unit-Price(Po-Line-Count)
           END-IF
           MOVE 0 TO Pl-Our-Price(Po-Line-Count)
           MOVE 0 TO Pl-Extended(Po-Line-Count)
       .
      *---------------------------------------------------------------*
       Process-The-Order SECTION.

           ADD 1 TO Order-Count
           MOVE "N" TO Order-Held-Sw
           MOVE SPACES TO Order-Reason
           MOVE 0 TO Allocated-Ord-No

           PERFORM Judge-The-Header
           PERFORM Judge-One-Line
               VARYING Po-Ind FROM 1 BY 1 UNTIL Po-Ind > Po-Line-Count
           IF Order-Reason = SPACES
               PERFORM Judge-The-Credit
           END-IF
           IF Order-Reason = SPACES
               CALL Order-Number-Service USING Allocated-Ord-No
               IF Allocated-Ord-No = 0
                   MOVE "HB" TO Order-Reason
               END-IF
           END-IF
           IF Order-Reason = SPACES
               PERFORM Raise-The-Order
           END-IF

           PERFORM Acknowledge-The-Order
       .
      *---------------------------------------------------------------*
       Judge-The-Header SECTION.
      *    First failure wins, as on the remittance interchange.

           IF Po-Ref = SPACES
               MOVE "H2" TO Order-Reason
           END-IF

           IF Order-Reason = SPACES
               MOVE "N" TO Po-Known-Sw
               PERFORM VARYING Known-Ind FROM 1 BY 1
                                  UNTIL Known-Ind > Known-Count
                                        OR Po-Known
                   IF Kp-C-Code(Known-Ind) = Po-C-Code
                      AND Kp-Po-Ref(Known-Ind) = Po-Ref
                       SET Po-Known TO TRUE
                   END-IF
               END-PERFORM
               IF Po-Known
                   MOVE "H3" TO Order-Reason
               END-IF
           END-IF

           IF Order-Reason = SPACES
               IF Po-Ord-Date = 0
                   MOVE "H4" TO Order-Reason
               ELSE
                   MOVE Po-Ord-Date TO Per-Date
                   CALL Period-Check-Service USING Per-Check
                   IF Per-Period-Closed
                       MOVE "H4" TO Order-Reason
                   END-IF
               END-IF
           END-IF

           IF Order-Reason = SPACES
               MOVE Po-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       MOVE "H1" TO Order-Reason
               END-READ
           END-IF

           IF Order-Reason = SPACES
              AND File-C-Lock-Op NOT = SPACES
              AND File-C-Lock-Op NOT = My-Operator-Id
               MOVE "H5" TO Order-Reason
           END-IF

           IF Order-Reason = SPACES AND Stop-File-Open
               MOVE Po-C-Code TO Stop-C-Code
               READ Stop-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Stop-On-Stop
                           MOVE "H6" TO Order-Reason
                       END-IF
               END-READ
           END-IF

           IF Order-Reason = SPACES AND Application-File-Open
               MOVE Po-C-Code TO Capp-C-Code
               READ Application-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Capp-Approved
                           MOVE "H7" TO Order-Reason
                       END-IF
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Line SECTION.
      *    Priced exactly as Orditem prices a keyed line, on the
      *    date of the order.

           IF Pl-Reason(Po-Ind) = SPACES
               IF Pl-Quantity(Po-Ind) = 0
                   MOVE "L2" TO Pl-Reason(Po-Ind)
               END-IF
           END-IF

           IF Pl-Reason(Po-Ind) = SPACES
               IF NOT Catalogue-Open
                   MOVE "L1" TO Pl-Reason(Po-Ind)
               ELSE
                   MOVE Pl-Product(Po-Ind) TO Product-Code
                   READ Product-File
                       INVALID KEY
                           MOVE "L1" TO Pl-Reason(Po-Ind)
                   END-READ
               END-IF
           END-IF

           IF Pl-Reason(Po-Ind) = SPACES
               MOVE Po-C-Code          TO Prc-C-Code
               MOVE Pl-Product(Po-Ind) TO Prc-Product
               MOVE Po-Ord-Date        TO Prc-Date
               MOVE Product-Unit-Price TO Prc-Catalogue-Price
               CALL Price-Lookup-Service USING Prc-Check
               MOVE Prc-Price TO Pl-Our-Price(Po-Ind)
               MOVE Prc-Source          TO Pl-Price-Source(Po-Ind)
               MOVE Prc-Agreed-Code     TO Pl-Agreed-Code(Po-Ind)
               MOVE Prc-Disc-Pct        TO Pl-Disc-Pct(Po-Ind)
               MOVE Prc-To-Date         TO Pl-To-Date(Po-Ind)
               MOVE Prc-Catalogue-Price TO Pl-Catalogue-Price(Po-Ind)
               IF Pl-Unit-Price(Po-Ind) NOT = Prc-Price
                   MOVE "L3" TO Pl-Reason(Po-Ind)
               ELSE
                   COMPUTE Pl-Extended(Po-Ind) =
                               Pl-Quantity(Po-Ind) * Prc-Price
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-The-Credit SECTION.
      *    The order is worth its good lines.  The customer record
      *    is re-read at the end - the family walk borrows the
      *    record area, the licence Custom1's own check takes.

           MOVE 0 TO Po-Value
           MOVE 0 TO Po-Good-Count
           PERFORM VARYING Po-Ind FROM 1 BY 1
                              UNTIL Po-Ind > Po-Line-Count
               IF Pl-Reason(Po-Ind) = SPACES
                   ADD Pl-Extended(Po-Ind) TO Po-Value
                   ADD 1 TO Po-Good-Count
               END-IF
           END-PERFORM

           IF Po-Good-Count = 0
               MOVE "HA" TO Order-Reason
           ELSE
               PERFORM Rederive-File-Balance
               PERFORM Judge-Family-Exposure
               IF NOT Family-Linked
                   IF Balance-Wrk + Po-Value > File-C-Limit
                       MOVE "H8" TO Order-Reason
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Family-Exposure SECTION.
      *    A branch or head office is judged on the whole family's
      *    money against the head office's File-C-Limit - this
      *    customer's balance with the order on it, every other
      *    member's saved File-C-Balance.

           MOVE "N" TO Family-Linked-Sw
           MOVE Po-C-Code TO Family-Root-Code
           PERFORM VARYING Fam-Ind FROM 1 BY 1
                              UNTIL Fam-Ind > Fam-Count
               IF Fl-Child(Fam-Ind) = Po-C-Code
                   MOVE Fl-Parent(Fam-Ind) TO Family-Root-Code
                   SET Family-Linked TO TRUE
               END-IF
               IF Fl-Parent(Fam-Ind) = Po-C-Code
                   SET Family-Linked TO TRUE
               END-IF
           END-PERFORM

           IF Family-Linked
               COMPUTE Family-Exposure = Balance-Wrk + Po-Value
               MOVE File-C-Limit TO Family-Limit

               IF Family-Root-Code NOT = Po-C-Code
                   MOVE Family-Root-Code TO File-C-Code
                   READ Customer-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD File-C-Balance TO Family-Exposure
                           MOVE File-C-Limit TO Family-Limit
                   END-READ
               END-IF

               PERFORM VARYING Fam-Ind FROM 1 BY 1
                                  UNTIL Fam-Ind > Fam-Count
                   IF Fl-Parent(Fam-Ind) = Family-Root-Code
                      AND Fl-Child(Fam-Ind) NOT = Po-C-Code
                       MOVE Fl-Child(Fam-Ind) TO File-C-Code
                       READ Customer-File
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD File-C-Balance TO Family-Exposure
                       END-READ
                   END-IF
               END-PERFORM

               IF Family-Exposure > Family-Limit
                   MOVE "H9" TO Order-Reason
               END-IF

               MOVE Po-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       MOVE "H1" TO Order-Reason
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Raise-The-Order SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           INITIALIZE Order-Line-Record
           MOVE File-C-Code      TO Ordl-C-Code
           MOVE Allocated-Ord-No TO Ordl-Ord-No
           MOVE File-C-Company   TO Ordl-Company
           MOVE Po-Ord-Date      TO Ordl-Ord-Date
           MOVE Po-Value         TO Ordl-Ord-Val
           MOVE 0                TO Ordl-Pay-Val
           MOVE "O"              TO Ordl-Ord-Type
           MOVE "O"              TO Ordl-Ord-Status
           WRITE Order-Line-Record
           MOVE 0 TO Line-Ord-Val-Before
           MOVE 0 TO Line-Pay-Val-Before
           PERFORM Note-Touched-Line
           PERFORM Rederive-File-Balance
           MOVE Balance-Wrk TO File-C-Balance
           REWRITE Customer-Record
           PERFORM Finish-Audit-Record
           PERFORM Post-Order-Index

           MOVE 0 TO Detail-Line-No
           PERFORM VARYING Po-Ind FROM 1 BY 1
                              UNTIL Po-Ind > Po-Line-Count
               IF Pl-Reason(Po-Ind) = SPACES
                   PERFORM Write-Detail-Line
               END-IF
           END-PERFORM

           PERFORM Write-Tax-Record
           PERFORM Write-Ship-To-Record
           PERFORM Write-Po-Record
       .
      *---------------------------------------------------------------*
       Write-Detail-Line SECTION.

           ADD 1 TO Detail-Line-No
           INITIALIZE Detail-Record
           MOVE Allocated-Ord-No     TO Odt-Ord-No
           MOVE Detail-Line-No       TO Odt-Line-No
           MOVE Pl-Product(Po-Ind)   TO Odt-Product-Code
           MOVE Pl-Quantity(Po-Ind)  TO Odt-Quantity
           MOVE Pl-Our-Price(Po-Ind) TO Odt-Unit-Price
           MOVE Pl-Extended(Po-Ind)  TO Odt-Extended
           MOVE SPACE                TO Odt-Picked
           WRITE Detail-Record

           INITIALIZE Order-Price-Record
           MOVE Odt-Key                    TO Opr-Key
           MOVE Pl-Price-Source(Po-Ind)    TO Opr-Source
           MOVE Pl-Agreed-Code(Po-Ind)     TO Opr-Agreed-Code
           MOVE Pl-Disc-Pct(Po-Ind)        TO Opr-Disc-Pct
           MOVE Pl-To-Date(Po-Ind)         TO Opr-To-Date
           MOVE Po-Ord-Date                TO Opr-Price-Date
           MOVE Pl-Catalogue-Price(Po-Ind) TO Opr-Catalogue-Price
           MOVE My-Operator-Id             TO Opr-Priced-By
           WRITE Order-Price-Record
               INVALID KEY
                   REWRITE Order-Price-Record
                   END-REWRITE
           END-WRITE

           MOVE Pl-Product(Po-Ind)  TO Skm-Product
           SET Skm-Action-Allocate TO TRUE
           MOVE Pl-Quantity(Po-Ind) TO Skm-Quantity
           MOVE My-Operator-Id      TO Skm-Operator-Id
           MOVE Allocated-Ord-No    TO Skm-Reference
           CALL Stock-Movement-Service USING Skm-Request
       .
      *---------------------------------------------------------------*
       Write-Tax-Record SECTION.
      *    Standard rated at the rate in force on the order date, as
      *    Custom1's Store-One-Line-Tax records a keyed line; with no
      *    rate on file the line is not recorded, the same
      *    do-no-harm stance.

           MOVE "S"         TO Tax-Look-Code
           MOVE Po-Ord-Date TO Tax-Look-Date
           CALL Tax-Lookup-Service USING Tax-Look-Code
                                         Tax-Look-Date
                                         Tax-Look-Pct
                                         Tax-Look-Found
           IF Tax-Look-Found = "Y"
               COMPUTE Tax-Element-Wrk ROUNDED =
                   Po-Value * Tax-Look-Pct / (100 + Tax-Look-Pct)
               MOVE Allocated-Ord-No TO Otx-Ord-No
               MOVE Po-C-Code        TO Otx-C-Code
               MOVE Po-Ord-Date      TO Otx-Ord-Date
               MOVE Tax-Look-Code    TO Otx-Tax-Code
               MOVE Tax-Look-Pct     TO Otx-Rate-Pct
               MOVE Po-Value         TO Otx-Gross
               MOVE Tax-Element-Wrk  TO Otx-Tax
               COMPUTE Otx-Net = Po-Value - Tax-Element-Wrk
               REWRITE Order-Tax-Record
                   INVALID KEY
                       WRITE Order-Tax-Record
                   END-WRITE
               END-REWRITE
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Ship-To-Record SECTION.
      *    No site on the interchange - the goods go to the
      *    statement address.

           MOVE Allocated-Ord-No TO Osh-Ord-No
           MOVE Po-C-Code        TO Osh-C-Code
           MOVE SPACES           TO Osh-Site-Code
           REWRITE Order-Ship-To-Record
               INVALID KEY
                   WRITE Order-Ship-To-Record
                   END-WRITE
           END-REWRITE
       .
      *---------------------------------------------------------------*
       Write-Po-Record SECTION.

           MOVE Allocated-Ord-No TO Opo-Ord-No
           MOVE Po-C-Code        TO Opo-C-Code
           MOVE Po-Ref           TO Opo-Po-Ref
           SET Opo-From-Edi      TO TRUE
           MOVE Run-Date         TO Opo-Received-Date
           WRITE Order-Po-Record
               INVALID KEY
                   REWRITE Order-Po-Record
                   END-REWRITE
           END-WRITE

           IF Known-Count < Max-Known-Pos
               ADD 1 TO Known-Count
               MOVE Po-C-Code TO Kp-C-Code(Known-Count)
               MOVE Po-Ref    TO Kp-Po-Ref(Known-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Acknowledge-The-Order SECTION.
      *    The header answer first, then one answer per line.  An
      *    order refused as a whole refuses every line with the
      *    order's own reason.

           MOVE SPACES TO Ack-Record
           MOVE "H"              TO Eak-Type
           MOVE Po-C-Code        TO Eak-C-Code
           MOVE Po-Ref           TO Eak-Po-Ref
           MOVE Allocated-Ord-No TO Eak-Ord-No
           MOVE 0                TO Eak-Line-Seq
           MOVE 0                TO Eak-Quantity
           MOVE 0                TO Eak-Unit-Price
           EVALUATE TRUE
               WHEN Order-Reason NOT = SPACES
                   MOVE "R" TO Eak-Status
                   MOVE Order-Reason TO Eak-Reason
                   ADD 1 TO Rejected-Count
               WHEN Po-Good-Count < Po-Line-Count
                   MOVE "P" TO Eak-Status
                   ADD 1 TO Part-Count
               WHEN OTHER
                   MOVE "A" TO Eak-Status
                   ADD 1 TO Accepted-Count
           END-EVALUATE
           PERFORM Put-Reason-Text
           WRITE Ack-Record

           PERFORM VARYING Po-Ind FROM 1 BY 1
                              UNTIL Po-Ind > Po-Line-Count
               MOVE SPACES TO Ack-Record
               MOVE "L"                   TO Eak-Type
               MOVE Po-C-Code             TO Eak-C-Code
               MOVE Po-Ref                TO Eak-Po-Ref
               MOVE Allocated-Ord-No      TO Eak-Ord-No
               MOVE Po-Ind                TO Eak-Line-Seq
               MOVE Pl-Product(Po-Ind)    TO Eak-Product
               MOVE Pl-Quantity(Po-Ind)   TO Eak-Quantity
               MOVE Pl-Unit-Price(Po-Ind) TO Eak-Unit-Price
               EVALUATE TRUE
                   WHEN Order-Reason NOT = SPACES
                       MOVE "R" TO Eak-Status
                       MOVE Order-Reason TO Eak-Reason
                       ADD 1 TO Lines-Refused-Count
                       COMPUTE Lines-Refused-Value = Lines-Refused-Value
                           + Pl-Quantity(Po-Ind) * Pl-Unit-Price(Po-Ind)
                   WHEN Pl-Reason(Po-Ind) NOT = SPACES
                       MOVE "R" TO Eak-Status
                       MOVE Pl-Reason(Po-Ind) TO Eak-Reason
                       ADD 1 TO Lines-Refused-Count
                       COMPUTE Lines-Refused-Value = Lines-Refused-Value
                           + Pl-Quantity(Po-Ind) * Pl-Unit-Price(Po-Ind)
                   WHEN OTHER
                       MOVE "A" TO Eak-Status
                       ADD 1 TO Lines-Accepted-Count
                       ADD Pl-Extended(Po-Ind) TO Lines-Accepted-Value
               END-EVALUATE
               PERFORM Put-Reason-Text
               WRITE Ack-Record
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Ack-Orphan-Line SECTION.

           MOVE SPACES TO Ack-Record
           MOVE "L"            TO Eak-Type
           MOVE 0              TO Eak-Ord-No
           MOVE 0              TO Eak-Line-Seq
           MOVE Ein-Product    TO Eak-Product
           MOVE 0              TO Eak-Quantity
           MOVE 0              TO Eak-Unit-Price
           MOVE "R"            TO Eak-Status
           MOVE "L5"           TO Eak-Reason
           PERFORM Put-Reason-Text
           WRITE Ack-Record
           ADD 1 TO Lines-Refused-Count
       .
      *---------------------------------------------------------------*
       Put-Reason-Text SECTION.

           EVALUATE Eak-Reason
               WHEN "H1"
                   MOVE "CUSTOMER NOT KNOWN"
                                       TO Eak-Reason-Text
               WHEN "H2"
                   MOVE "NO PO REFERENCE"
                                       TO Eak-Reason-Text
               WHEN "H3"
                   MOVE "PO REFERENCE ALREADY RECEIVED"
                                       TO Eak-Reason-Text
               WHEN "H4"
                   MOVE "ORDER DATE NOT ACCEPTED"
                                       TO Eak-Reason-Text
               WHEN "H5"
                   MOVE "ACCOUNT IN USE - PLEASE RESEND"
                                       TO Eak-Reason-Text
               WHEN "H6"
                   MOVE "ACCOUNT ON STOP"
                                       TO Eak-Reason-Text
               WHEN "H7"
                   MOVE "CASH WITH ORDER ONLY"
                                       TO Eak-Reason-Text
               WHEN "H8"
                   MOVE "OVER CREDIT LIMIT"
                                       TO Eak-Reason-Text
               WHEN "H9"
                   MOVE "GROUP OVER CREDIT LIMIT"
                                       TO Eak-Reason-Text
               WHEN "HA"
                   MOVE "NO LINE COULD BE ACCEPTED"
                                       TO Eak-Reason-Text
               WHEN "HB"
                   MOVE "ORDER NOT RAISED - PLEASE RESEND"
                                       TO Eak-Reason-Text
               WHEN "L1"
                   MOVE "PRODUCT NOT KNOWN"
                                       TO Eak-Reason-Text
               WHEN "L2"
                   MOVE "NO QUANTITY"
                                       TO Eak-Reason-Text
               WHEN "L3"
                   MOVE "PRICE IS NOT THE AGREED PRICE"
                                       TO Eak-Reason-Text
               WHEN "L4"
                   MOVE "TOO MANY LINES ON ONE ORDER"
                                       TO Eak-Reason-Text
               WHEN "L5"
                   MOVE "LINE WITH NO ORDER HEADER"
                                       TO Eak-Reason-Text
               WHEN OTHER
                   MOVE SPACES TO Eak-Reason-Text
           END-EVALUATE
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
       Read-Next-Interchange SECTION.

           READ Interchange-File
               AT END
                   SET Interchange-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF NOT Interchange-File-Not-Found
               DISPLAY "PURCHASE ORDERS READ: " Order-Count
               DISPLAY "ACCEPTED:             " Accepted-Count
               DISPLAY "PART ACCEPTED:        " Part-Count
               DISPLAY "REJECTED:             " Rejected-Count
               CLOSE Interchange-File
               CLOSE Ack-File
               CLOSE Customer-File
               IF Catalogue-Open
                   CLOSE Product-File
               END-IF
               IF Stop-File-Open
                   CLOSE Stop-File
               END-IF
               IF Application-File-Open
                   CLOSE Application-File
               END-IF
               CLOSE Detail-File
               CLOSE Order-Tax-File
               CLOSE Order-Ship-To-File
               CLOSE Order-Po-File
               CLOSE Order-Price-File
               CLOSE Order-Line-File
           END-IF
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every line on the interchange is accepted or refused, so
      *    in = out + aside.  An accepted line is at the customer's
      *    own price - any other is refused - and a line with no
      *    header before it counts aside at no value.

           INITIALIZE Control-Total
           MOVE "CUSTEDI"            TO Ctl-Job
           COMPUTE Ctl-Recs-In = Lines-Accepted-Count
                               + Lines-Refused-Count
           COMPUTE Ctl-Value-In = Lines-Accepted-Value
                                + Lines-Refused-Value
           MOVE Lines-Accepted-Count TO Ctl-Recs-Out
           MOVE Lines-Accepted-Value TO Ctl-Value-Out
           MOVE Lines-Refused-Count  TO Ctl-Recs-Aside
           MOVE Lines-Refused-Value  TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
