      *    Monthly batch statement print.  Reads cust.ism sequentially
      *    and writes one statement page per customer to custstmt.prt:
      *    the name and four File-C-Addr lines as an address block,
      *    one line per custord.ism order line showing Ordl-Ord-No,
      *    Ordl-Ord-Date, Ordl-Ord-Val, Ordl-Pay-Val and the line
      *    balance, then a closing balance.  The closing balance is
      *    re-derived from the order lines the same way
      *    Custom1's Derivations section does, and checked against the
      *    stored File-C-Balance - a statement that does not agree
      *    with the customer's saved balance is flagged rather than
      *    mailed silently.  Each line still unpaid past the
      *    customer's own due date (their terms days after
      *    Ordl-Ord-Date - see TERMLOOK.CBL) is marked OVERDUE, and
      *    the overdue part of the balance is shown under the closing
      *    balance with the terms the customer is on.
      *    Standalone companion sharing cust.ism with Custom1, in the
      *    same relationship CUSTEXPT.CBL already has with it for the
      *    accounting feed.
      *    Every statement is numbered from the stmtnum.dat sequence
      *    and registered: a summary record to stmtreg.dat and the
      *    full page image to stmtimg.dat, so the Custsrpt reprint
      *    can reproduce the exact document a customer is disputing
      *    long after the order table has moved on.
      *    An order that came in on the customer's own purchase
      *    order (Custedi - ordpo.ism) prints its PO reference on
      *    the line under it, so their payables clerk can match it.
      *    The page is headed with the letterhead of the trading
      *    company the customer deals with and footed with that
      *    company's bank details (see COMPLOOK.CBL) - nothing extra
      *    where the site has no company.ism.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Extract-File-Status.

      *    the customer's purchase order references, by order number
           SELECT Order-Po-File ASSIGN "ordpo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Opo-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Po-File-Status.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Statement-File.
       01  Statement-Line              PIC X(80).

       FD  Order-Po-File.
           COPY "ORDPO.CPY".

       FD  History-File.
           COPY "CUSTHIST.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Ok            VALUE "00".
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
      *    the live order lines, or the night's custxord.ism snapshot
      *    of them when the customers come off the extract
       01  Order-Line-Name             PIC X(40) VALUE "custord.ism".
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Extract-File-Status         PIC X(2).
          88  Extract-File-Eof            VALUE "10".
       01  Extract-Mode-Sw             PIC X(01) VALUE "N".
          88  Extract-Mode                VALUE "Y".

       77  Statement-Count             PIC 9(6) VALUE 0.
       77  Closing-Bal-Wrk             PIC S9(9)V99 COMP.
       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       01  Hist-Range-Done-Sw          PIC X(01).
          88  Hist-Range-Done             VALUE "Y".
       77  Hist-Shown                  PIC 9(2) COMP.
       77  Order-Po-File-Status        PIC X(2).
          88  Order-Po-File-Not-Found     VALUE "35".
       01  Order-Po-Open-Sw            PIC X(01) VALUE "N".
          88  Order-Po-Open               VALUE "Y".

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.
       77  Overdue-Bal-Wrk             PIC S9(9)V99 COMP.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       01  Page-Rule-Line              PIC X(72) VALUE ALL "=".

      *    the customer's trading company - its letterhead heads
      *    the page and its bank details foot it; see COMPLOOK.CBL
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".

       01  Letterhead-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  Letterhead-Text         PIC X(30).

       01  Letterhead-Phone-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "TEL ".
           03  Letterhead-Phone        PIC X(15).

       01  Letterhead-Vat-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "VAT REG ".
           03  Letterhead-Vat-Reg      PIC X(14).

       01  Bank-Heading-Line           PIC X(33) VALUE
           "PLEASE PAY TO:".

       01  Bank-Line.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Bank-Label              PIC X(15).
           03  Bank-Text               PIC X(30).

       01  Heading-Line.
           03  FILLER                  PIC X(21) VALUE
               "STATEMENT OF ACCOUNT ".
           03  Detail-Line-Bal         PIC Z(7)9.99-.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Type-Marker      PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Overdue-Marker   PIC X(7).

       01  Closing-Line.
           03  FILLER                  PIC X(33) VALUE
               "CLOSING BALANCE                  ".
           03  Closing-Balance         PIC Z(7)9.99-.

       01  Overdue-Line.
           03  FILLER                  PIC X(33) VALUE
               "OF WHICH OVERDUE                 ".
           03  Overdue-Balance         PIC Z(7)9.99-.

       01  Terms-Line.
           03  FILLER                  PIC X(15) VALUE
               "PAYMENT TERMS: ".
           03  Terms-Line-Days         PIC ZZ9.
           03  FILLER                  PIC X(24) VALUE
               " DAYS FROM DATE OF ORDER".

       01  Disagree-Line.
           03  FILLER                  PIC X(34) VALUE
               "** DOES NOT AGREE WITH SAVED BAL: ".
           03  Disagree-Balance        PIC Z(7)9.99-.

       01  Po-Ref-Line.
           03  FILLER                  PIC X(9) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "YOUR ORDER: ".
           03  Po-Ref-Text             PIC X(20).

       01  History-Heading-Line        PIC X(32) VALUE
           "RECENT HISTORY (SETTLED ORDERS):".

           03  Hst-Ord-Val             PIC Z(7)9.99-.
           03  FILLER                  PIC X(9) VALUE "  SETTLED".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Open-Customer-Input
           OPEN OUTPUT Statement-File
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           ACCEPT History-Wanted-Env FROM ENVIRONMENT "STMTHIST"
           IF History-Wanted-Env = "Y" OR History-Wanted-Env = "y"
               END-IF
           END-IF

           OPEN INPUT Order-Po-File
           IF NOT Order-Po-File-Not-Found
               SET Order-Po-Open TO TRUE
           END-IF

           PERFORM Load-Include-List
           PERFORM Load-Email-Customers
           PERFORM Read-Next-Statement-Number
           MOVE Column-Line TO Statement-Line
           PERFORM Put-Statement-Line

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

           MOVE 0 TO Closing-Bal-Wrk
           MOVE 0 TO Overdue-Bal-Wrk
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
                           PERFORM Write-Order-Line
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Write-Closing-Balance

           MOVE Page-Rule-Line TO Statement-Line
           PERFORM Put-Statement-Line
           PERFORM Write-Letterhead
           MOVE File-C-Code TO Heading-C-Code
           MOVE Run-Date    TO Heading-Date
           MOVE Heading-Line TO Statement-Line
           MOVE SPACES TO Statement-Line
           PERFORM Put-Statement-Line
       .
      *---------------------------------------------------------------*
       Write-Letterhead SECTION.
      *    Nothing on company.ism for the customer's company - the
      *    page starts as it always did.

           SET Cmk-Action-Find TO TRUE
           MOVE File-C-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Name NOT = SPACES
               MOVE Cmk-Name TO Letterhead-Text
               MOVE Letterhead-Line TO Statement-Line
               PERFORM Put-Statement-Line
               MOVE Cmk-Addr1 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr2 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr3 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr4 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               IF Cmk-Phone NOT = SPACES
                   MOVE Cmk-Phone TO Letterhead-Phone
                   MOVE Letterhead-Phone-Line TO Statement-Line
                   PERFORM Put-Statement-Line
               END-IF
               IF Cmk-Vat-Reg NOT = SPACES
                   MOVE Cmk-Vat-Reg TO Letterhead-Vat-Reg
                   MOVE Letterhead-Vat-Line TO Statement-Line
                   PERFORM Put-Statement-Line
               END-IF
               MOVE SPACES TO Statement-Line
               PERFORM Put-Statement-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Letterhead-Line SECTION.

           IF Letterhead-Text NOT = SPACES
               MOVE Letterhead-Line TO Statement-Line
               PERFORM Put-Statement-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Bank-Details SECTION.
      *    The account the customer's own company banks with, so a
      *    customer of the second company does not pay the first.

           IF Cmk-Account-No NOT = SPACES
               MOVE Bank-Heading-Line TO Statement-Line
               PERFORM Put-Statement-Line
               MOVE "BANK"           TO Bank-Label
               MOVE Cmk-Bank-Name    TO Bank-Text
               MOVE Bank-Line TO Statement-Line
               PERFORM Put-Statement-Line
               MOVE "SORT CODE"      TO Bank-Label
               MOVE Cmk-Sort-Code    TO Bank-Text
               MOVE Bank-Line TO Statement-Line
               PERFORM Put-Statement-Line
               MOVE "ACCOUNT NO"     TO Bank-Label
               MOVE Cmk-Account-No   TO Bank-Text
               MOVE Bank-Line TO Statement-Line
               PERFORM Put-Statement-Line
               MOVE "ACCOUNT NAME"   TO Bank-Label
               MOVE Cmk-Account-Name TO Bank-Text
               MOVE Bank-Line TO Statement-Line
               PERFORM Put-Statement-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Address-Block SECTION.

      *---------------------------------------------------------------*
       Write-Order-Line SECTION.

           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           ADD Line-Bal-Wrk TO Closing-Bal-Wrk

           MOVE Ordl-Ord-No              TO Detail-Ord-No
           MOVE Ordl-Ord-Date            TO Detail-Ord-Date
           MOVE Ordl-Ord-Val             TO Detail-Ord-Val
           MOVE Ordl-Pay-Val             TO Detail-Pay-Val
           MOVE Line-Bal-Wrk             TO Detail-Line-Bal
           PERFORM Judge-Line-Overdue
           EVALUATE Ordl-Ord-Type
               WHEN "C"
                   MOVE "CR" TO Detail-Type-Marker
               WHEN "N"
           END-EVALUATE
           MOVE Detail-Line TO Statement-Line
           PERFORM Put-Statement-Line

           IF Order-Po-Open
               MOVE Ordl-Ord-No TO Opo-Ord-No
               READ Order-Po-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Opo-Po-Ref TO Po-Ref-Text
                       MOVE Po-Ref-Line TO Statement-Line
                       PERFORM Put-Statement-Line
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Line-Overdue SECTION.
      *    The same true calendar days the aged debt report ages by,
      *    against the customer's own terms; a credit (negative)
      *    line is never overdue.

           MOVE SPACES TO Detail-Overdue-Marker
           IF Line-Bal-Wrk > 0
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Days-Late = Run-Serial - Ord-Serial - Trm-Days
               IF Days-Late > 0
                   MOVE "OVERDUE" TO Detail-Overdue-Marker
                   ADD Line-Bal-Wrk TO Overdue-Bal-Wrk
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Closing-Balance SECTION.
           MOVE Closing-Bal-Wrk TO Closing-Balance
           MOVE Closing-Line TO Statement-Line
           PERFORM Put-Statement-Line
           IF Overdue-Bal-Wrk > 0
               MOVE Overdue-Bal-Wrk TO Overdue-Balance
               MOVE Overdue-Line TO Statement-Line
               PERFORM Put-Statement-Line
           END-IF
           MOVE Trm-Days TO Terms-Line-Days
           MOVE Terms-Line TO Statement-Line
           PERFORM Put-Statement-Line
           PERFORM Write-Bank-Details

           IF Closing-Bal-Wrk NOT = File-C-Balance
               MOVE File-C-Balance TO Disagree-Balance
                   DISPLAY "NO CUSTXTRT.DAT - READING THE MASTER"
               ELSE
                   SET Extract-Mode TO TRUE
                   MOVE "custxord.ism" TO Order-Line-Name
               END-IF
           END-IF
           IF NOT Extract-Mode
               OPEN INPUT Customer-File
           END-IF
           OPEN INPUT Order-Line-File
       .
      *---------------------------------------------------------------*
       Read-Next-Customer SECTION.
           ELSE
               CLOSE Customer-File
           END-IF
           CLOSE Order-Line-File
           IF History-Open
               CLOSE History-File
           END-IF
           IF Order-Po-Open
               CLOSE Order-Po-File
           END-IF
           CLOSE Register-File
           CLOSE Image-File
           CLOSE Statement-File
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
