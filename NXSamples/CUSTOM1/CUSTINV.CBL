      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custinv.

      *---------------------------------------------------------------*
      *    Sales invoicing run.  Every order line the warehouse has
      *    confirmed shipped (Ordl-Ord-Status "S", put there by
      *    Custship) gets a numbered invoice page in custinv.prt and
      *    moves on to "I" invoiced, with the usual custaudt.log
      *    entry:
      *      - the invoice number comes from its own invnum.dat
      *        sequence, seeded on first use the way the statement
      *        run seeds stmtnum.dat;
      *      - the page carries the statement address, the order
      *        number and date, one line per orddetl.ism product line
      *        - quantity, the unit price the line was priced at off
      *        prodmast.ism when it was keyed, the extended value -
      *        with the catalogue description;
      *      - the net, VAT and gross split Custom1 stored for the
      *        line on ordtax.ism, and the customer's payment terms
      *        and any settlement discount (see TERMLOOK.CBL).
      *    Only ordinary order lines are invoiced - credit notes,
      *    interest and write-off lines are documents of their own.
      *    A line whose product lines do not add up to its order
      *    value is held at "S" and listed on the console for the
      *    Custchek reconciliation to sort out; a customer held by
      *    another session is left for the next run.
      *    Every invoice is registered, the way statements are: a
      *    summary record to invreg.dat and the full page image to
      *    invimg.dat, so the Custirpt reprint can answer a query
      *    about an invoice number with the exact document sent.
      *    Each invoice is headed with the letterhead of the trading
      *    company that made the sale and footed with that company's
      *    bank details (see COMPLOOK.CBL) - nothing extra where the
      *    site has no company.ism.
      *    The run's control record goes to the shared control-total
      *    file (see CTLTOT.CPY): shipped lines found in, invoiced
      *    out, held and locked aside, by count and order value.
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

           SELECT Detail-File ASSIGN "orddetl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Odt-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Detail-File-Status.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Product-File-Status.

           SELECT Order-Tax-File ASSIGN "ordtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Otx-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Tax-File-Status.

           SELECT Invoice-File ASSIGN "custinv.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    the invoice register and page images - every invoice sent
      *    gets a number, and Custirpt can reproduce the exact
      *    document from these even after the order table moves on
           SELECT Inv-Number-File ASSIGN "invnum.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Inv-Number-File-Status.

           SELECT Register-File ASSIGN "invreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

           SELECT Image-File ASSIGN "invimg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Image-File-Status.

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

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       FD  Product-File.
           COPY "PRODMAST.CPY".

       FD  Order-Tax-File.
           COPY "ORDTAX.CPY".

       FD  Invoice-File.
       01  Invoice-Line                PIC X(80).

       FD  Inv-Number-File.
       01  Inv-Number-Record.
           03  Inn-Next-Inv-No         PIC 9(6).

      *    register layout shared with the Custirpt reprint - kept
      *    in step
       FD  Register-File.
       01  Register-Record.
           03  Irg-Inv-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Irg-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Irg-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Irg-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Irg-Net                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Tax                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Gross               PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Line-Count          PIC 9(4).

       FD  Image-File.
       01  Image-Record.
           03  Img-Inv-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Img-Seq                 PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Img-Line                PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Inv-Seed-Number             VALUE 100001.
       78  Default-Terms-Days          VALUE 30.

      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Detail-File-Status          PIC X(2).
          88  Detail-File-Not-Found       VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       77  Order-Tax-File-Status       PIC X(2).
          88  Order-Tax-File-Not-Found    VALUE "35".
       77  Inv-Number-File-Status      PIC X(2).
          88  Inv-Number-File-Not-Found   VALUE "35".
       77  Register-File-Status        PIC X(2).
          88  Register-File-Not-Found     VALUE "35".
       77  Image-File-Status           PIC X(2).
          88  Image-File-Not-Found        VALUE "35".

       01  Record-Changed-Sw           PIC X(01).
          88  Record-Changed              VALUE "Y".
       01  Detail-Done-Sw              PIC X(01).
          88  Detail-Done                 VALUE "Y".
       01  Tax-Found-Sw                PIC X(01).
          88  Tax-Found                   VALUE "Y".
       01  My-Operator-Id              PIC X(8).

       77  This-Inv-No                 PIC 9(6).
       77  Next-Inv-No                 PIC 9(6).
       77  Page-Line-Count             PIC 9(4).
       77  Detail-Lines                PIC 9(4) COMP.
       77  Detail-Sum                  PIC S9(9)V99 COMP.
       77  Inv-Net-Wrk                 PIC S9(7)V99 COMP.
       77  Inv-Tax-Wrk                 PIC S9(7)V99 COMP.
       77  Inv-Gross-Wrk               PIC S9(7)V99 COMP.

       77  Invoice-Count               PIC 9(6) VALUE 0.
       77  Held-Count                  PIC 9(6) VALUE 0.
       77  Locked-Count                PIC 9(6) VALUE 0.
       77  Invoiced-Value              PIC S9(11)V99 COMP VALUE 0.
       77  Aside-Value                 PIC S9(11)V99 COMP VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Run-Date                    PIC 9(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Page-Rule-Line              PIC X(72) VALUE ALL "=".

      *    the trading company that made the sale - its letterhead
      *    heads the invoice and its bank details foot it; see
      *    COMPLOOK.CBL
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
           03  FILLER                  PIC X(25) VALUE
               "SALES INVOICE - CUSTOMER ".
           03  Heading-C-Code          PIC X(5).
           03  FILLER                  PIC X(7) VALUE " DATED ".
           03  Heading-Date            PIC 9(8).

       01  Inv-No-Line.
           03  FILLER                  PIC X(11) VALUE "INVOICE NO ".
           03  Inv-No-Value            PIC 9(6).
           03  FILLER                  PIC X(17) VALUE
               "   YOUR ORDER NO ".
           03  Inv-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " OF ".
           03  Inv-Ord-Date            PIC 9(8).

       01  Address-Line.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Address-Text            PIC X(15).

       01  Column-Line.
           03  FILLER                  PIC X(10) VALUE "PRODUCT   ".
           03  FILLER                  PIC X(31) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(6) VALUE "   QTY".
           03  FILLER                  PIC X(10) VALUE "     PRICE".
           03  FILLER                  PIC X(12) VALUE "       VALUE".

       01  Product-Line.
           03  Prl-Product             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Prl-Desc                PIC X(30).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Prl-Quantity            PIC Z(5)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Prl-Unit-Price          PIC Z(5)9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Prl-Extended            PIC Z(7)9.99.

       01  Goods-Only-Line.
           03  FILLER                  PIC X(57) VALUE
               "GOODS AS ORDERED".
           03  Gol-Value               PIC Z(7)9.99-.

       01  Total-Line.
           03  Tot-Caption             PIC X(57).
           03  Tot-Value               PIC Z(7)9.99-.

       01  Vat-Caption.
           03  FILLER                  PIC X(8) VALUE "VAT AT ".
           03  Vtc-Rate                PIC Z9.99.
           03  FILLER                  PIC X(9) VALUE "% (CODE ".
           03  Vtc-Code                PIC X.
           03  FILLER                  PIC X(1) VALUE ")".

       01  Currency-Line.
           03  FILLER                  PIC X(27) VALUE
               "ORIGINALLY ORDERED IN      ".
           03  Cul-Curr                PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Cul-Value               PIC Z(7)9.99-.

       01  Terms-Line.
           03  FILLER                  PIC X(15) VALUE
               "PAYMENT TERMS: ".
           03  Terms-Line-Days         PIC ZZ9.
           03  FILLER                  PIC X(24) VALUE
               " DAYS FROM DATE OF ORDER".

       01  Discount-Line.
           03  FILLER                  PIC X(20) VALUE
               "SETTLEMENT DISCOUNT ".
           03  Dsl-Pct                 PIC Z9.99.
           03  FILLER                  PIC X(22) VALUE
               "% IF PAID WITHIN      ".
           03  Dsl-Days                PIC ZZ9.
           03  FILLER                  PIC X(5) VALUE " DAYS".

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Invoice-One-Customer UNTIL Customer-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT My-Operator-Id FROM ENVIRONMENT "USERNAME"
           IF My-Operator-Id = SPACES
               ACCEPT My-Operator-Id FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN INPUT Detail-File
           OPEN INPUT Product-File
           OPEN INPUT Order-Tax-File
           OPEN OUTPUT Invoice-File

           PERFORM Read-Next-Invoice-Number

           OPEN EXTEND Register-File
           IF Register-File-Not-Found
               OPEN OUTPUT Register-File
               CLOSE Register-File
               OPEN EXTEND Register-File
           END-IF
           OPEN EXTEND Image-File
           IF Image-File-Not-Found
               OPEN OUTPUT Image-File
               CLOSE Image-File
               OPEN EXTEND Image-File
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Read-Next-Invoice-Number SECTION.
      *    The sequence survives in the one-record control file
      *    invnum.dat - invoice numbers must never repeat or the
      *    register stops proving anything.

           MOVE Inv-Seed-Number TO Next-Inv-No
           OPEN INPUT Inv-Number-File
           IF Inv-Number-File-Not-Found
               CONTINUE
           ELSE
               READ Inv-Number-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Inn-Next-Inv-No TO Next-Inv-No
               END-READ
               CLOSE Inv-Number-File
           END-IF
       .
      *---------------------------------------------------------------*
       Invoice-One-Customer SECTION.

           MOVE "N" TO Record-Changed-Sw
           IF File-C-Lock-Op = SPACES
              OR File-C-Lock-Op = My-Operator-Id
               PERFORM Capture-Before-Image
               MOVE File-C-Code        TO Trm-C-Code
               MOVE File-C-Area        TO Trm-C-Area
               MOVE Default-Terms-Days TO Trm-Default-Days
               CALL Terms-Lookup-Service USING Trm-Check
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
                               IF Ordl-Ord-Status = "S"
                                  AND (Ordl-Ord-Type = SPACE
                                       OR Ordl-Ord-Type = "O")
                                   PERFORM Invoice-One-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
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
                               IF Ordl-Ord-Status = "S"
                                   ADD 1 TO Locked-Count
                                   ADD Ordl-Ord-Val TO Aside-Value
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      *    nothing in an invoiced-status move touches the money, so
      *    the audited values are before and after alike
           IF Record-Changed
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Invoice-One-Line SECTION.

           PERFORM Sum-Order-Detail
           IF Detail-Lines NOT = 0
              AND Detail-Sum NOT = Ordl-Ord-Val
               ADD 1 TO Held-Count
               ADD Ordl-Ord-Val TO Aside-Value
               DISPLAY "CUSTINV: ORDER " Ordl-Ord-No
                       " HELD - PRODUCT LINES DO NOT ADD UP TO "
                       "THE ORDER VALUE"
           ELSE
               MOVE Next-Inv-No TO This-Inv-No
               ADD 1 TO Next-Inv-No
               MOVE 0 TO Page-Line-Count
               PERFORM Find-Order-Tax
               PERFORM Write-Invoice-Heading
               PERFORM Write-Address-Block
               PERFORM Write-Product-Lines
               PERFORM Write-Invoice-Totals
               PERFORM Write-Register-Record
               MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
               MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
               MOVE "I" TO Ordl-Ord-Status
               REWRITE Order-Line-Record
               PERFORM Note-Touched-Line
               SET Record-Changed TO TRUE
               ADD 1 TO Invoice-Count
               ADD Ordl-Ord-Val TO Invoiced-Value
           END-IF
       .
      *---------------------------------------------------------------*
       Sum-Order-Detail SECTION.

           MOVE 0 TO Detail-Lines
           MOVE 0 TO Detail-Sum
           IF NOT Detail-File-Not-Found
               PERFORM Start-Order-Detail
               PERFORM UNTIL Detail-Done
                   ADD 1 TO Detail-Lines
                   ADD Odt-Extended TO Detail-Sum
                   PERFORM Read-Next-Detail
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Start-Order-Detail SECTION.

           MOVE "N" TO Detail-Done-Sw
           MOVE Ordl-Ord-No TO Odt-Ord-No
           MOVE 0 TO Odt-Line-No
           START Detail-File KEY IS NOT LESS THAN Odt-Key
               INVALID KEY
                   SET Detail-Done TO TRUE
           END-START
           IF NOT Detail-Done
               PERFORM Read-Next-Detail
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Next-Detail SECTION.

           READ Detail-File NEXT RECORD
               AT END
                   SET Detail-Done TO TRUE
               NOT AT END
                   IF Odt-Ord-No NOT = Ordl-Ord-No
                       SET Detail-Done TO TRUE
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Find-Order-Tax SECTION.
      *    A line raised before the tax store existed has no split -
      *    it is invoiced gross with the VAT shown as not analysed.

           MOVE "N" TO Tax-Found-Sw
           MOVE Ordl-Ord-Val TO Inv-Gross-Wrk
           MOVE Ordl-Ord-Val TO Inv-Net-Wrk
           MOVE 0 TO Inv-Tax-Wrk
           IF NOT Order-Tax-File-Not-Found
               MOVE Ordl-Ord-No TO Otx-Ord-No
               READ Order-Tax-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Tax-Found TO TRUE
                       MOVE Otx-Net   TO Inv-Net-Wrk
                       MOVE Otx-Tax   TO Inv-Tax-Wrk
                       MOVE Otx-Gross TO Inv-Gross-Wrk
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Invoice-Line SECTION.
      *    Every page line goes to the print file and, numbered, to
      *    the image file - the reprint rebuilds the document from
      *    the images alone, so the two must never diverge.

           ADD 1 TO Page-Line-Count
           MOVE This-Inv-No     TO Img-Inv-No
           MOVE Page-Line-Count TO Img-Seq
           MOVE Invoice-Line    TO Img-Line
           WRITE Invoice-Line
           WRITE Image-Record
       .
      *---------------------------------------------------------------*
       Write-Invoice-Heading SECTION.

           MOVE Page-Rule-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           PERFORM Write-Letterhead
           MOVE File-C-Code TO Heading-C-Code
           MOVE Run-Date    TO Heading-Date
           MOVE Heading-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE This-Inv-No              TO Inv-No-Value
           MOVE Ordl-Ord-No              TO Inv-Ord-No
           MOVE Ordl-Ord-Date            TO Inv-Ord-Date
           MOVE Inv-No-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE SPACES TO Invoice-Line
           PERFORM Put-Invoice-Line
       .
      *---------------------------------------------------------------*
       Write-Letterhead SECTION.
      *    The company on the order line, not the customer's today -
      *    a customer moved since is still invoiced by the company
      *    that sold to them.  Nothing on company.ism for it - the
      *    page starts as it always did.
           SET Cmk-Action-Find TO TRUE
           MOVE Ordl-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Name NOT = SPACES
               MOVE Cmk-Name TO Letterhead-Text
               MOVE Letterhead-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
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
                   MOVE Letterhead-Phone-Line TO Invoice-Line
                   PERFORM Put-Invoice-Line
               END-IF
               IF Cmk-Vat-Reg NOT = SPACES
                   MOVE Cmk-Vat-Reg TO Letterhead-Vat-Reg
                   MOVE Letterhead-Vat-Line TO Invoice-Line
                   PERFORM Put-Invoice-Line
               END-IF
               MOVE SPACES TO Invoice-Line
               PERFORM Put-Invoice-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Letterhead-Line SECTION.

           IF Letterhead-Text NOT = SPACES
               MOVE Letterhead-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Bank-Details SECTION.
      *    The account the selling company banks with, so a
      *    customer of the second company does not pay the first.
           IF Cmk-Account-No NOT = SPACES
               MOVE Bank-Heading-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
               MOVE "BANK"           TO Bank-Label
               MOVE Cmk-Bank-Name    TO Bank-Text
               MOVE Bank-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
               MOVE "SORT CODE"      TO Bank-Label
               MOVE Cmk-Sort-Code    TO Bank-Text
               MOVE Bank-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
               MOVE "ACCOUNT NO"     TO Bank-Label
               MOVE Cmk-Account-No   TO Bank-Text
               MOVE Bank-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
               MOVE "ACCOUNT NAME"   TO Bank-Label
               MOVE Cmk-Account-Name TO Bank-Text
               MOVE Bank-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Address-Block SECTION.

           MOVE File-C-Name TO Address-Text
           MOVE Address-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE File-C-Addr1 TO Address-Text
           MOVE Address-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE File-C-Addr2 TO Address-Text
           MOVE Address-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE File-C-Addr3 TO Address-Text
           MOVE Address-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE File-C-Addr4 TO Address-Text
           MOVE Address-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE SPACES TO Invoice-Line
           PERFORM Put-Invoice-Line
       .
      *---------------------------------------------------------------*
       Write-Product-Lines SECTION.
      *    An order keyed without product lines is invoiced as the
      *    one value it was ordered at.

           MOVE Column-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           IF Detail-Lines = 0
               MOVE Ordl-Ord-Val TO Gol-Value
               MOVE Goods-Only-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
           ELSE
               PERFORM Start-Order-Detail
               PERFORM UNTIL Detail-Done
                   PERFORM Write-One-Product-Line
                   PERFORM Read-Next-Detail
               END-PERFORM
           END-IF
           MOVE SPACES TO Invoice-Line
           PERFORM Put-Invoice-Line
       .
      *---------------------------------------------------------------*
       Write-One-Product-Line SECTION.

           MOVE Odt-Product-Code TO Prl-Product
           MOVE Odt-Quantity     TO Prl-Quantity
           MOVE Odt-Unit-Price   TO Prl-Unit-Price
           MOVE Odt-Extended     TO Prl-Extended
           MOVE "(NOT ON CATALOGUE)" TO Prl-Desc
           IF NOT Product-File-Not-Found
               MOVE Odt-Product-Code TO Product-Code
               READ Product-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Product-Desc TO Prl-Desc
               END-READ
           END-IF
           MOVE Product-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
       .
      *---------------------------------------------------------------*
       Write-Invoice-Totals SECTION.

           MOVE SPACES TO Total-Line
           MOVE "NET VALUE" TO Tot-Caption
           MOVE Inv-Net-Wrk TO Tot-Value
           MOVE Total-Line TO Invoice-Line
           PERFORM Put-Invoice-Line

           IF Tax-Found
               MOVE Otx-Rate-Pct TO Vtc-Rate
               MOVE Otx-Tax-Code TO Vtc-Code
               MOVE Vat-Caption TO Tot-Caption
           ELSE
               MOVE "VAT (NOT ANALYSED - INCLUDED IN TOTAL)"
                                                   TO Tot-Caption
           END-IF
           MOVE Inv-Tax-Wrk TO Tot-Value
           MOVE Total-Line TO Invoice-Line
           PERFORM Put-Invoice-Line

           MOVE "INVOICE TOTAL" TO Tot-Caption
           MOVE Inv-Gross-Wrk TO Tot-Value
           MOVE Total-Line TO Invoice-Line
           PERFORM Put-Invoice-Line

           IF Ordl-Ord-Curr NOT = SPACES
              AND Ordl-Ord-Curr-Val NOT = 0
               MOVE Ordl-Ord-Curr     TO Cul-Curr
               MOVE Ordl-Ord-Curr-Val TO Cul-Value
               MOVE Currency-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
           END-IF

           MOVE SPACES TO Invoice-Line
           PERFORM Put-Invoice-Line
           MOVE Trm-Days TO Terms-Line-Days
           MOVE Terms-Line TO Invoice-Line
           PERFORM Put-Invoice-Line
           IF Trm-Disc-Pct NOT = 0
               MOVE Trm-Disc-Pct  TO Dsl-Pct
               MOVE Trm-Disc-Days TO Dsl-Days
               MOVE Discount-Line TO Invoice-Line
               PERFORM Put-Invoice-Line
           END-IF
           PERFORM Write-Bank-Details
           MOVE SPACES TO Invoice-Line
           PERFORM Put-Invoice-Line
       .
      *---------------------------------------------------------------*
       Write-Register-Record SECTION.

           MOVE SPACES TO Register-Record
           MOVE This-Inv-No            TO Irg-Inv-No
           MOVE File-C-Code            TO Irg-C-Code
           MOVE Ordl-Ord-No            TO Irg-Ord-No
           MOVE Run-Date               TO Irg-Date
           MOVE Inv-Net-Wrk            TO Irg-Net
           MOVE Inv-Tax-Wrk            TO Irg-Tax
           MOVE Inv-Gross-Wrk          TO Irg-Gross
           MOVE Page-Line-Count        TO Irg-Line-Count
           WRITE Register-Record
       .
      *---------------------------------------------------------------*
       Capture-Before-Image SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
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

           OPEN OUTPUT Inv-Number-File
           MOVE Next-Inv-No TO Inn-Next-Inv-No
           WRITE Inv-Number-Record
           CLOSE Inv-Number-File

           DISPLAY "INVOICES PRINTED: " Invoice-Count
                   " HELD: " Held-Count
                   " LOCKED - NEXT RUN: " Locked-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF NOT Detail-File-Not-Found
               CLOSE Detail-File
           END-IF
           IF NOT Product-File-Not-Found
               CLOSE Product-File
           END-IF
           IF NOT Order-Tax-File-Not-Found
               CLOSE Order-Tax-File
           END-IF
           CLOSE Invoice-File
           CLOSE Register-File
           CLOSE Image-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every shipped line found is invoiced or left at "S" for
      *    the next run, so in = out + aside by count and by value.

           INITIALIZE Control-Total
           MOVE "CUSTINV"      TO Ctl-Job
           COMPUTE Ctl-Recs-In = Invoice-Count + Held-Count
                               + Locked-Count
           COMPUTE Ctl-Value-In = Invoiced-Value + Aside-Value
           MOVE Invoice-Count  TO Ctl-Recs-Out
           MOVE Invoiced-Value TO Ctl-Value-Out
           COMPUTE Ctl-Recs-Aside = Held-Count + Locked-Count
           MOVE Aside-Value    TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
