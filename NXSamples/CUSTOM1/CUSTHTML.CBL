      *    (XXXXX the customer code), holding the address block, the
      *    order lines (credits and interest marked the way the
      *    printed statement marks them), and the aged totals the
      *    debt report computes - measured, like the debt report, from
      *    the customer's own due date (see TERMLOOK.CBL).  The Custhtmv
      *    preview window shows a generated file through the embedded
      *    browser control before it is sent; the control's ieallow.dat
      *    allow-list must hold the LOCALFILE entry for the preview to
      *    be permitted.  An order taken on the customer's own
      *    purchase order (Custedi - ordpo.ism) shows their PO
      *    reference in the last column, as the printed statement
      *    shows it under the line.  The page carries the letterhead
      *    and bank details of the customer's own trading company
      *    (see COMPLOOK.CBL), as the printed statement does.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Queue-Number-File-Status.

      *    the customer's purchase order references, by order number
           SELECT Order-Po-File ASSIGN "ordpo.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Opo-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Po-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
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

       FD  Html-File.
       01  Html-Line                   PIC X(120).

       01  Queue-Number-Record.
           03  Eqn-Next-Job-No         PIC 9(6).

       FD  Order-Po-File.
           COPY "ORDPO.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Bucket-Ind                  PIC 9(4) COMP.
       77  Page-Count                  PIC 9(6) VALUE 0.

           03  FILLER                  PIC X(4) VALUE ".htm".

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       01  Aged-Buckets.
           03  Aged-Bucket             PIC S9(9)V99 COMP OCCURS 4.

       77  Order-Po-File-Status        PIC X(2).
          88  Order-Po-File-Not-Found     VALUE "35".
       01  Order-Po-Open-Sw            PIC X(01) VALUE "N".
          88  Order-Po-Open               VALUE "Y".

       01  Money-Edit                  PIC Z(7)9.99-.
       01  Date-Edit                   PIC 9(8).

       01  Cell-Build.
           03  FILLER                  PIC X(4) VALUE "<td>".
           03  Cell-Text               PIC X(20).
           03  FILLER                  PIC X(5) VALUE "</td>".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

      *    the customer's trading company - its letterhead heads
      *    the page and its bank details foot it; see COMPLOOK.CBL
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           OPEN INPUT Order-Po-File
           IF NOT Order-Po-File-Not-Found
               SET Order-Po-Open TO TRUE
           END-IF

           PERFORM Load-Mail-Addresses
           IF Mail-Count NOT = 0

           PERFORM Write-Page-Head
           PERFORM Write-Address-Block
           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check
           PERFORM Write-Order-Table
           PERFORM Write-Aged-Totals
           PERFORM Write-Bank-Details
           PERFORM Write-Page-Foot

           CLOSE Html-File
           WRITE Html-Line
           MOVE "<body>" TO Html-Line
           WRITE Html-Line
           PERFORM Write-Letterhead
           MOVE SPACES TO Html-Line
           STRING "<h1>Statement of account - customer "
                  File-C-Code " as at " Run-Date "</h1>"
                  DELIMITED BY SIZE INTO Html-Line
           WRITE Html-Line
       .
      *---------------------------------------------------------------*
       Write-Letterhead SECTION.
      *    Nothing on company.ism for the customer's company - the
      *    page starts as it always did.

           SET Cmk-Action-Find TO TRUE
           MOVE File-C-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Name NOT = SPACES
               MOVE "<p align=right>" TO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING "<b>" Cmk-Name "</b><br>"
                      DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING Cmk-Addr1 "<br>" DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING Cmk-Addr2 "<br>" DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING Cmk-Addr3 "<br>" DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING Cmk-Addr4 "<br>" DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               IF Cmk-Phone NOT = SPACES
                   MOVE SPACES TO Html-Line
                   STRING "Tel " Cmk-Phone "<br>"
                          DELIMITED BY SIZE INTO Html-Line
                   WRITE Html-Line
               END-IF
               IF Cmk-Vat-Reg NOT = SPACES
                   MOVE SPACES TO Html-Line
                   STRING "VAT reg " Cmk-Vat-Reg "<br>"
                          DELIMITED BY SIZE INTO Html-Line
                   WRITE Html-Line
               END-IF
               MOVE "</p>" TO Html-Line
               WRITE Html-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Bank-Details SECTION.
      *    The account the customer's own company banks with, so a
      *    customer of the second company does not pay the first.

           IF Cmk-Account-No NOT = SPACES
               MOVE "<h2>Please pay to</h2>" TO Html-Line
               WRITE Html-Line
               MOVE "<p>" TO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING "Bank " Cmk-Bank-Name "<br>"
                      DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING "Sort code " Cmk-Sort-Code "<br>"
                      DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING "Account no " Cmk-Account-No "<br>"
                      DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE SPACES TO Html-Line
               STRING "Account name " Cmk-Account-Name "<br>"
                      DELIMITED BY SIZE INTO Html-Line
               WRITE Html-Line
               MOVE "</p>" TO Html-Line
               WRITE Html-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Address-Block SECTION.

           MOVE "<tr><th>Order</th><th>Date</th><th>Value</th>"
                                                   TO Html-Line
           WRITE Html-Line
           MOVE "<th>Paid</th><th>Balance</th><th></th>"
                                                   TO Html-Line
           WRITE Html-Line
           MOVE "<th>Your Ref</th></tr>"
                                                   TO Html-Line
           WRITE Html-Line

           INITIALIZE Aged-Buckets
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
                           PERFORM Write-Order-Row
                       END-IF
               END-READ
           END-PERFORM

           MOVE "</table>" TO Html-Line
      *---------------------------------------------------------------*
       Write-Order-Row SECTION.

           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val
                                - Ordl-Pay-Val
           PERFORM Age-This-Line

           MOVE "<tr>" TO Html-Line
           WRITE Html-Line

           MOVE SPACES TO Cell-Text
           MOVE Ordl-Ord-No TO Cell-Text(1:6)
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line

           MOVE Ordl-Ord-Date TO Date-Edit
           MOVE SPACES TO Cell-Text
           MOVE Date-Edit TO Cell-Text(1:8)
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line

           MOVE Ordl-Ord-Val TO Money-Edit
           MOVE Money-Edit TO Cell-Text
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line

           MOVE Ordl-Pay-Val TO Money-Edit
           MOVE Money-Edit TO Cell-Text
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line
           WRITE Html-Line

           MOVE SPACES TO Cell-Text
           EVALUATE Ordl-Ord-Type
               WHEN "C" MOVE "CREDIT" TO Cell-Text
               WHEN "N" MOVE "INTEREST" TO Cell-Text
               WHEN "W" MOVE "WRITTEN OFF" TO Cell-Text
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line

           MOVE SPACES TO Cell-Text
           IF Order-Po-Open
               MOVE Ordl-Ord-No TO Opo-Ord-No
               READ Order-Po-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Opo-Po-Ref TO Cell-Text
               END-READ
           END-IF
           MOVE Cell-Build TO Html-Line
           WRITE Html-Line

           MOVE "</tr>" TO Html-Line
           WRITE Html-Line
       .
      *---------------------------------------------------------------*
       Age-This-Line SECTION.
      *    Same bucketing as the aged debt report - days past the
      *    customer's own due date: negative line balances net into
      *    not-yet-due whatever their date.

           IF Line-Bal-Wrk = 0
               CONTINUE
           ELSE
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Age-Days = Run-Serial - Ord-Serial
               COMPUTE Days-Late = Age-Days - Trm-Days
               EVALUATE TRUE
                   WHEN Line-Bal-Wrk < 0
                       ADD Line-Bal-Wrk TO Aged-Bucket(1)
                   WHEN Days-Late NOT > 0
                       ADD Line-Bal-Wrk TO Aged-Bucket(1)
                   WHEN Days-Late NOT > 30
                       ADD Line-Bal-Wrk TO Aged-Bucket(2)
                   WHEN Days-Late NOT > 60
                       ADD Line-Bal-Wrk TO Aged-Bucket(3)
                   WHEN OTHER
                       ADD Line-Bal-Wrk TO Aged-Bucket(4)
           WRITE Html-Line
           MOVE "<table border=1>" TO Html-Line
           WRITE Html-Line
           MOVE "<tr><th>Not yet due</th><th>1-30 days late</th>"
                                                   TO Html-Line
           WRITE Html-Line
           MOVE "<th>31-60 days late</th><th>Over 60 days late</th>"
                                                   TO Html-Line
           WRITE Html-Line
           MOVE "</tr>" TO Html-Line
           WRITE Html-Line
           MOVE "<tr>" TO Html-Line
           WRITE Html-Line

           DISPLAY "HTML STATEMENTS WRITTEN: " Page-Count
                   " QUEUED FOR EMAIL: " Queued-Count
           IF Order-Po-Open
               CLOSE Order-Po-File
           END-IF
           CLOSE Customer-File
           CLOSE Order-Line-File
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
