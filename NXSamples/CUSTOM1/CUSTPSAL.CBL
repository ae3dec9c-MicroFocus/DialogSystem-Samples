      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custpsal.

      *---------------------------------------------------------------*
      *    Product sales analysis.  Where Custasal totals order
      *    value per area, this says what actually sold: every
      *    order line on cust.ism and every archived one on
      *    custhist.ism dated in the analysis year or the year
      *    before is joined to its orddetl.ism detail lines, and
      *    quantity and value are totalled three ways, each with
      *    the previous year's figures beside it for comparison:
      *      - per product per month;
      *      - per product per File-C-Area (an archived order takes
      *        its customer's area as it stands today);
      *      - per product per customer, of which the top 20 by
      *        this year's value are listed.
      *    Credit notes with detail lines count against the sale.
      *    The report goes to custpsal.prt, and the same figures to
      *    the flat comma-separated extract custpsal.csv (one row
      *    per product/month "M", product/area "A" and
      *    product/customer "C", with a column-name row first) for
      *    the spreadsheet.  The analysis year is the CCYY in the
      *    CUSTPSAL-YEAR environment variable, or the current year.
      *    The per-customer totals are built on the work file
      *    custpsal.wrk, rebuilt on every run.
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
           FILE STATUS IS Customer-File-Status.

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS History-File-Status.

           SELECT Detail-File ASSIGN "orddetl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Odt-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Detail-File-Status.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS RANDOM
           FILE STATUS IS Product-File-Status.

           SELECT Work-File ASSIGN "custpsal.wrk"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pw-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Work-File-Status.

           SELECT Report-File ASSIGN "custpsal.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Extract-File ASSIGN "custpsal.csv"
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

       FD  History-File.
           COPY "CUSTHIST.CPY".

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       FD  Product-File.
           COPY "PRODMAST.CPY".

       FD  Work-File.
       01  Work-Record.
           03  Pw-Key.
               05  Pw-Product          PIC X(8).
               05  Pw-C-Code           PIC X(5).
           03  Pw-Qty                  PIC S9(9) COMP.
           03  Pw-Val                  PIC S9(11)V99 COMP.
           03  Pw-Prior-Qty            PIC S9(9) COMP.
           03  Pw-Prior-Val            PIC S9(11)V99 COMP.

       FD  Report-File.
       01  Report-Line                 PIC X(132).

       FD  Extract-File.
       01  Extract-Line                PIC X(120).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Products                VALUE 1000.
       78  Max-Product-Areas           VALUE 5000.
       78  Top-Customers               VALUE 20.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".
       77  Detail-File-Status          PIC X(2).
          88  Detail-File-Not-Found       VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       77  Work-File-Status            PIC X(2).
          88  Work-File-Eof               VALUE "10".

       01  Catalogue-Open-Sw           PIC X(01) VALUE "N".
          88  Catalogue-Open              VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       01  Slot-Found-Sw               PIC X(01).
          88  Slot-Found                  VALUE "Y".
       01  Which-Year-Sw               PIC X(01).
          88  This-Year                   VALUE "T".
          88  Prior-Year                  VALUE "P".
          88  Outside-The-Years           VALUE "N".

       01  Year-Env                    PIC X(4).
       01  Run-Date                    PIC 9(8).
       01  Ana-Year                    PIC 9(4).
       01  Ana-Prior-Year              PIC 9(4).
       01  Date-Parts.
           03  Dp-Yyyy                 PIC 9(4).
           03  Dp-Mm                   PIC 9(2).
           03  Dp-Dd                   PIC 9(2).
       01  Date-Whole REDEFINES Date-Parts PIC 9(8).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

      *    the order in hand, from the master or from history
       01  Order-In-Hand.
           03  Oh-C-Code               PIC X(5).
           03  Oh-Area                 PIC X.
           03  Oh-Ord-No               PIC 9(6).
           03  Oh-Ord-Date             PIC 9(8).
           03  Oh-Ord-Type             PIC X.
       01  Area-C-Code                 PIC X(5) VALUE SPACES.
       01  Area-Of-Code                PIC X.

       77  Month-Ind                   PIC 9(4) COMP.
       77  Scan-Ind                    PIC 9(4) COMP.
       77  Prod-Ind                    PIC 9(4) COMP.
       77  Prod-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Prod-Ind               PIC 9(4) COMP.
       77  Pa-Ind                      PIC 9(4) COMP.
       77  Pa-Count                    PIC 9(4) COMP VALUE 0.
       77  This-Pa-Ind                 PIC 9(4) COMP.
       77  Top-Ind                     PIC 9(4) COMP.
       77  Top-Count                   PIC 9(4) COMP.
       77  This-Top-Ind                PIC 9(4) COMP.
       77  Line-Qty                    PIC S9(9) COMP.
       77  Line-Val                    PIC S9(11)V99 COMP.
       77  Lines-Read                  PIC 9(7) VALUE 0.
       77  Lines-Dropped               PIC 9(7) VALUE 0.
       77  Change-Pct                  PIC S9(5)V9 COMP.
       01  Product-Key                 PIC X(8).
       01  Product-Area-Key.
           03  Pak-Product             PIC X(8).
           03  Pak-Area                PIC X.

       01  Product-Table.
           03  Pt-Entry OCCURS Max-Products.
               05  Pt-Product          PIC X(8).
               05  Pt-Month OCCURS 12.
                   07  Pt-Qty          PIC S9(9) COMP.
                   07  Pt-Val          PIC S9(11)V99 COMP.
                   07  Pt-Prior-Qty    PIC S9(9) COMP.
                   07  Pt-Prior-Val    PIC S9(11)V99 COMP.

       01  Product-Area-Table.
           03  Pa-Entry OCCURS Max-Product-Areas.
               05  Pa-Key.
                   07  Pa-Product      PIC X(8).
                   07  Pa-Area         PIC X.
               05  Pa-Qty              PIC S9(9) COMP.
               05  Pa-Val              PIC S9(11)V99 COMP.
               05  Pa-Prior-Qty        PIC S9(9) COMP.
               05  Pa-Prior-Val        PIC S9(11)V99 COMP.

       01  Top-Table.
           03  Top-Entry OCCURS Top-Customers.
               05  Top-C-Code          PIC X(5).
               05  Top-Qty             PIC S9(9) COMP.
               05  Top-Val             PIC S9(11)V99 COMP.
               05  Top-Prior-Qty       PIC S9(9) COMP.
               05  Top-Prior-Val       PIC S9(11)V99 COMP.

      *    figures of the line being printed, whatever the section
       01  Print-Figures.
           03  Pf-Qty                  PIC S9(9) COMP.
           03  Pf-Val                  PIC S9(11)V99 COMP.
           03  Pf-Prior-Qty            PIC S9(9) COMP.
           03  Pf-Prior-Val            PIC S9(11)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(30) VALUE
               "PRODUCT SALES ANALYSIS - YEAR ".
           03  Hd-Year                 PIC 9(4).
           03  FILLER                  PIC X(18) VALUE
               " COMPARED WITH ".
           03  Hd-Prior-Year           PIC 9(4).
           03  FILLER                  PIC X(10) VALUE
               "   RUN AT ".
           03  Hd-Date                 PIC 9(8).

       01  Section-Heading             PIC X(60).

       01  Product-Heading.
           03  FILLER                  PIC X(9) VALUE "PRODUCT  ".
           03  Ph-Product              PIC X(8).
           03  FILLER                  PIC X(2).
           03  Ph-Desc                 PIC X(30).

       01  Column-Heading.
           03  Ch-Caption              PIC X(30).
           03  FILLER                  PIC X(12) VALUE
               "    QUANTITY".
           03  FILLER                  PIC X(16) VALUE
               "           VALUE".
           03  FILLER                  PIC X(12) VALUE
               "  PRIOR QTY".
           03  FILLER                  PIC X(16) VALUE
               "     PRIOR VALUE".
           03  FILLER                  PIC X(10) VALUE
               "  CHANGE %".

       01  Figure-Line.
           03  Fl-Caption              PIC X(30).
           03  Fl-Qty                  PIC -(10)9.
           03  FILLER                  PIC X(1).
           03  Fl-Val                  PIC -(11)9.99.
           03  FILLER                  PIC X(1).
           03  Fl-Prior-Qty            PIC -(10)9.
           03  FILLER                  PIC X(1).
           03  Fl-Prior-Val            PIC -(11)9.99.
           03  FILLER                  PIC X(2).
           03  Fl-Change               PIC -(5)9.9.
           03  Fl-New REDEFINES Fl-Change PIC X(8).

       01  Month-Caption.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  Mc-Year                 PIC 9(4).
           03  FILLER                  PIC X(1) VALUE "/".
           03  Mc-Month                PIC 9(2).
       01  Area-Caption.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(5) VALUE "AREA ".
           03  Ac-Area                 PIC X.
       01  Customer-Caption.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Cc-Rank                 PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Cc-C-Code               PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  Cc-C-Name               PIC X(15).

       01  Extract-Heading.
           03  FILLER                  PIC X(38) VALUE
               "TYPE,PRODUCT,AREA,CUSTOMER,YEAR,MONTH,".
           03  FILLER                  PIC X(42) VALUE
               "QUANTITY,VALUE,PRIOR QUANTITY,PRIOR VALUE".

       01  Extract-Row.
           03  Ex-Type                 PIC X.
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Product              PIC X(8).
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Area                 PIC X.
           03  FILLER                  PIC X VALUE ",".
           03  Ex-C-Code               PIC X(5).
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Year                 PIC 9(4).
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Month                PIC 9(2).
           03  Ex-No-Month REDEFINES Ex-Month PIC X(2).
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Qty                  PIC -(9)9.
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Val                  PIC -(11)9.99.
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Prior-Qty            PIC -(9)9.
           03  FILLER                  PIC X VALUE ",".
           03  Ex-Prior-Val            PIC -(11)9.99.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Sweep-Live-Orders
           PERFORM Sweep-History-Orders
           PERFORM Print-Month-Analysis
           PERFORM Print-Area-Analysis
           PERFORM Print-Top-Customers
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Date-Whole
           MOVE Dp-Yyyy TO Ana-Year
           MOVE SPACES TO Year-Env
           ACCEPT Year-Env FROM ENVIRONMENT "CUSTPSAL-YEAR"
           IF Year-Env NOT = SPACES
               MOVE 0 TO Ana-Year
               PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 4
                   MOVE Year-Env(Scan-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Ana-Year = Ana-Year * 10 + Digit-Cell
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE Ana-Prior-Year = Ana-Year - 1

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN INPUT History-File
           OPEN INPUT Detail-File
           IF Detail-File-Not-Found
               DISPLAY "CUSTPSAL: NO ORDDETL.ISM - NO ORDER DETAIL "
                       "TO ANALYSE"
           END-IF
           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Catalogue-Open TO TRUE
           END-IF
           OPEN OUTPUT Work-File
           CLOSE Work-File
           OPEN I-O Work-File

           OPEN OUTPUT Report-File
           OPEN OUTPUT Extract-File
           MOVE Ana-Year       TO Hd-Year
           MOVE Ana-Prior-Year TO Hd-Prior-Year
           MOVE Run-Date       TO Hd-Date
           WRITE Report-Line FROM Heading-Line
           WRITE Extract-Line FROM Extract-Heading
       .
      *---------------------------------------------------------------*
       Sweep-Live-Orders SECTION.

           IF NOT Customer-File-Not-Found
              AND NOT Detail-File-Not-Found
               PERFORM UNTIL Customer-File-Eof
                   READ Customer-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Take-One-Customer
                   END-READ
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Customer SECTION.

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
                           MOVE File-C-Code               TO Oh-C-Code
                           MOVE File-C-Area               TO Oh-Area
                           MOVE Ordl-Ord-No               TO Oh-Ord-No
                           MOVE Ordl-Ord-Date             TO Oh-Ord-Date
                           MOVE Ordl-Ord-Type             TO Oh-Ord-Type
                           PERFORM Take-One-Order
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Sweep-History-Orders SECTION.

           IF NOT History-File-Not-Found
              AND NOT Detail-File-Not-Found
               PERFORM UNTIL History-File-Eof
                   READ History-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Take-One-History-Line
                   END-READ
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-History-Line SECTION.

           IF Hist-C-Code NOT = Area-C-Code
               PERFORM Find-Customer-Area
           END-IF
           MOVE Hist-C-Code     TO Oh-C-Code
           MOVE Area-Of-Code    TO Oh-Area
           MOVE Hist-Ord-No     TO Oh-Ord-No
           MOVE Hist-Ord-Date   TO Oh-Ord-Date
           MOVE Hist-Ord-Type   TO Oh-Ord-Type
           PERFORM Take-One-Order
       .
      *---------------------------------------------------------------*
       Find-Customer-Area SECTION.
      *    History is in customer order, so each customer's area is
      *    looked up once; a customer since deleted shows as "?".

           MOVE Hist-C-Code TO Area-C-Code
           MOVE "?" TO Area-Of-Code
           IF NOT Customer-File-Not-Found
               MOVE Hist-C-Code TO File-C-Code
               READ Customer-File KEY IS File-C-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Area TO Area-Of-Code
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Order SECTION.

           MOVE Oh-Ord-Date TO Date-Whole
           EVALUATE TRUE
               WHEN Dp-Yyyy = Ana-Year
                   SET This-Year TO TRUE
               WHEN Dp-Yyyy = Ana-Prior-Year
                   SET Prior-Year TO TRUE
               WHEN OTHER
                   SET Outside-The-Years TO TRUE
           END-EVALUATE
           MOVE Dp-Mm TO Month-Ind
           IF Month-Ind < 1 OR Month-Ind > 12
               SET Outside-The-Years TO TRUE
           END-IF

           IF NOT Outside-The-Years
               MOVE "N" TO Range-Done-Sw
               MOVE Oh-Ord-No TO Odt-Ord-No
               MOVE 0 TO Odt-Line-No
               START Detail-File KEY IS NOT LESS THAN Odt-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Detail-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Odt-Ord-No NOT = Oh-Ord-No
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Take-One-Detail-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Detail-Line SECTION.

           ADD 1 TO Lines-Read
           MOVE Odt-Quantity TO Line-Qty
           MOVE Odt-Extended TO Line-Val
           IF Oh-Ord-Type = "C"
               COMPUTE Line-Qty = 0 - Line-Qty
               COMPUTE Line-Val = 0 - Line-Val
           END-IF

           MOVE Odt-Product-Code TO Product-Key
           PERFORM Find-Product-Slot
           IF This-Prod-Ind = 0
               ADD 1 TO Lines-Dropped
           ELSE
               IF This-Year
                   ADD Line-Qty TO Pt-Qty(This-Prod-Ind, Month-Ind)
                   ADD Line-Val TO Pt-Val(This-Prod-Ind, Month-Ind)
               ELSE
                   ADD Line-Qty TO
                           Pt-Prior-Qty(This-Prod-Ind, Month-Ind)
                   ADD Line-Val TO
                           Pt-Prior-Val(This-Prod-Ind, Month-Ind)
               END-IF
               MOVE Odt-Product-Code TO Pak-Product
               MOVE Oh-Area          TO Pak-Area
               PERFORM Find-Product-Area-Slot
               IF This-Pa-Ind NOT = 0
                   IF This-Year
                       ADD Line-Qty TO Pa-Qty(This-Pa-Ind)
                       ADD Line-Val TO Pa-Val(This-Pa-Ind)
                   ELSE
                       ADD Line-Qty TO Pa-Prior-Qty(This-Pa-Ind)
                       ADD Line-Val TO Pa-Prior-Val(This-Pa-Ind)
                   END-IF
               END-IF
               PERFORM Post-Customer-Total
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Product-Slot SECTION.
      *    Slot per product, inserted in code order so the report
      *    prints sorted without a separate pass - the same way
      *    Custasal keeps its areas.  Nought back when the table is
      *    full and the product is not already in it.

           MOVE "N" TO Slot-Found-Sw
           MOVE 0 TO This-Prod-Ind
           PERFORM VARYING Prod-Ind FROM 1 BY 1
                              UNTIL Prod-Ind > Prod-Count
                                    OR Slot-Found
               IF Pt-Product(Prod-Ind) = Product-Key
                   SET Slot-Found TO TRUE
                   MOVE Prod-Ind TO This-Prod-Ind
               ELSE
                   IF This-Prod-Ind = 0
                      AND Pt-Product(Prod-Ind) > Product-Key
                       MOVE Prod-Ind TO This-Prod-Ind
                   END-IF
               END-IF
           END-PERFORM

           IF NOT Slot-Found
               IF Prod-Count = Max-Products
                   MOVE 0 TO This-Prod-Ind
               ELSE
                   IF This-Prod-Ind = 0
                       ADD 1 TO Prod-Count
                       MOVE Prod-Count TO This-Prod-Ind
                   ELSE
                       PERFORM VARYING Prod-Ind FROM Prod-Count BY -1
                                      UNTIL Prod-Ind < This-Prod-Ind
                           MOVE Pt-Entry(Prod-Ind) TO
                                             Pt-Entry(Prod-Ind + 1)
                       END-PERFORM
                       ADD 1 TO Prod-Count
                   END-IF
                   MOVE Product-Key TO Pt-Product(This-Prod-Ind)
                   PERFORM VARYING Scan-Ind FROM 1 BY 1
                                      UNTIL Scan-Ind > 12
                       MOVE 0 TO Pt-Qty(This-Prod-Ind, Scan-Ind)
                       MOVE 0 TO Pt-Val(This-Prod-Ind, Scan-Ind)
                       MOVE 0 TO Pt-Prior-Qty(This-Prod-Ind, Scan-Ind)
                       MOVE 0 TO Pt-Prior-Val(This-Prod-Ind, Scan-Ind)
                   END-PERFORM
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Product-Area-Slot SECTION.

           MOVE "N" TO Slot-Found-Sw
           MOVE 0 TO This-Pa-Ind
           PERFORM VARYING Pa-Ind FROM 1 BY 1
                              UNTIL Pa-Ind > Pa-Count
                                    OR Slot-Found
               IF Pa-Key(Pa-Ind) = Product-Area-Key
                   SET Slot-Found TO TRUE
                   MOVE Pa-Ind TO This-Pa-Ind
               ELSE
                   IF This-Pa-Ind = 0
                      AND Pa-Key(Pa-Ind) > Product-Area-Key
                       MOVE Pa-Ind TO This-Pa-Ind
                   END-IF
               END-IF
           END-PERFORM

           IF NOT Slot-Found
               IF Pa-Count = Max-Product-Areas
                   MOVE 0 TO This-Pa-Ind
               ELSE
                   IF This-Pa-Ind = 0
                       ADD 1 TO Pa-Count
                       MOVE Pa-Count TO This-Pa-Ind
                   ELSE
                       PERFORM VARYING Pa-Ind FROM Pa-Count BY -1
                                      UNTIL Pa-Ind < This-Pa-Ind
                           MOVE Pa-Entry(Pa-Ind) TO
                                             Pa-Entry(Pa-Ind + 1)
                       END-PERFORM
                       ADD 1 TO Pa-Count
                   END-IF
                   MOVE Product-Area-Key TO Pa-Key(This-Pa-Ind)
                   MOVE 0 TO Pa-Qty(This-Pa-Ind)
                   MOVE 0 TO Pa-Val(This-Pa-Ind)
                   MOVE 0 TO Pa-Prior-Qty(This-Pa-Ind)
                   MOVE 0 TO Pa-Prior-Val(This-Pa-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Post-Customer-Total SECTION.

           MOVE Odt-Product-Code TO Pw-Product
           MOVE Oh-C-Code        TO Pw-C-Code
           READ Work-File
               INVALID KEY
                   MOVE 0 TO Pw-Qty
                   MOVE 0 TO Pw-Val
                   MOVE 0 TO Pw-Prior-Qty
                   MOVE 0 TO Pw-Prior-Val
                   PERFORM Add-To-Customer-Total
                   WRITE Work-Record
               NOT INVALID KEY
                   PERFORM Add-To-Customer-Total
                   REWRITE Work-Record
           END-READ
       .
      *---------------------------------------------------------------*
       Add-To-Customer-Total SECTION.

           IF This-Year
               ADD Line-Qty TO Pw-Qty
               ADD Line-Val TO Pw-Val
           ELSE
               ADD Line-Qty TO Pw-Prior-Qty
               ADD Line-Val TO Pw-Prior-Val
           END-IF
       .
      *---------------------------------------------------------------*
       Print-Month-Analysis SECTION.

           MOVE "SALES BY PRODUCT AND MONTH" TO Section-Heading
           PERFORM Start-A-Section
           MOVE "  MONTH" TO Ch-Caption
           PERFORM VARYING Prod-Ind FROM 1 BY 1
                              UNTIL Prod-Ind > Prod-Count
               MOVE Pt-Product(Prod-Ind) TO Product-Key
               PERFORM Print-Product-Heading
               PERFORM VARYING Month-Ind FROM 1 BY 1
                                  UNTIL Month-Ind > 12
                   MOVE Pt-Qty(Prod-Ind, Month-Ind)       TO Pf-Qty
                   MOVE Pt-Val(Prod-Ind, Month-Ind)       TO Pf-Val
                   MOVE Pt-Prior-Qty(Prod-Ind, Month-Ind) TO
                                                   Pf-Prior-Qty
                   MOVE Pt-Prior-Val(Prod-Ind, Month-Ind) TO
                                                   Pf-Prior-Val
                   IF Pf-Qty NOT = 0 OR Pf-Val NOT = 0
                      OR Pf-Prior-Qty NOT = 0 OR Pf-Prior-Val NOT = 0
                       MOVE Ana-Year  TO Mc-Year
                       MOVE Month-Ind TO Mc-Month
                       MOVE Month-Caption TO Fl-Caption
                       PERFORM Print-Figure-Line
                       MOVE "M" TO Ex-Type
                       MOVE Pt-Product(Prod-Ind) TO Ex-Product
                       MOVE SPACE TO Ex-Area
                       MOVE SPACES TO Ex-C-Code
                       MOVE Month-Ind TO Ex-Month
                       PERFORM Write-Extract-Row
                   END-IF
               END-PERFORM
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Area-Analysis SECTION.

           MOVE "SALES BY PRODUCT AND AREA" TO Section-Heading
           PERFORM Start-A-Section
           MOVE "  AREA" TO Ch-Caption
           MOVE SPACES TO Product-Key
           PERFORM VARYING Pa-Ind FROM 1 BY 1
                              UNTIL Pa-Ind > Pa-Count
               IF Pa-Product(Pa-Ind) NOT = Product-Key
                   MOVE Pa-Product(Pa-Ind) TO Product-Key
                   PERFORM Print-Product-Heading
               END-IF
               MOVE Pa-Qty(Pa-Ind)       TO Pf-Qty
               MOVE Pa-Val(Pa-Ind)       TO Pf-Val
               MOVE Pa-Prior-Qty(Pa-Ind) TO Pf-Prior-Qty
               MOVE Pa-Prior-Val(Pa-Ind) TO Pf-Prior-Val
               MOVE Pa-Area(Pa-Ind) TO Ac-Area
               MOVE Area-Caption TO Fl-Caption
               PERFORM Print-Figure-Line
               MOVE "A" TO Ex-Type
               MOVE Pa-Product(Pa-Ind) TO Ex-Product
               MOVE Pa-Area(Pa-Ind) TO Ex-Area
               MOVE SPACES TO Ex-C-Code
               MOVE SPACES TO Ex-No-Month
               PERFORM Write-Extract-Row
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Top-Customers SECTION.

           MOVE "TOP CUSTOMERS BY PRODUCT" TO Section-Heading
           PERFORM Start-A-Section
           MOVE "  RANK CUSTOMER" TO Ch-Caption
           PERFORM VARYING Prod-Ind FROM 1 BY 1
                              UNTIL Prod-Ind > Prod-Count
               MOVE Pt-Product(Prod-Ind) TO Product-Key
               PERFORM Print-Product-Heading
               PERFORM Rank-The-Customers
               PERFORM VARYING Top-Ind FROM 1 BY 1
                                  UNTIL Top-Ind > Top-Count
                   PERFORM Print-One-Top-Customer
               END-PERFORM
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Rank-The-Customers SECTION.
      *    The product's customers off the work file, kept in a
      *    short table in descending order of this year's value;
      *    one that does not beat the twentieth is not kept.

           MOVE 0 TO Top-Count
           MOVE "N" TO Range-Done-Sw
           MOVE Pt-Product(Prod-Ind) TO Pw-Product
           MOVE LOW-VALUES TO Pw-C-Code
           START Work-File KEY IS NOT LESS THAN Pw-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Work-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Pw-Product NOT = Pt-Product(Prod-Ind)
                           SET Range-Done TO TRUE
                       ELSE
                           PERFORM Place-One-Customer
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Place-One-Customer SECTION.

           MOVE 0 TO This-Top-Ind
           PERFORM VARYING Top-Ind FROM 1 BY 1
                              UNTIL Top-Ind > Top-Count
                                    OR This-Top-Ind NOT = 0
               IF Pw-Val > Top-Val(Top-Ind)
                   MOVE Top-Ind TO This-Top-Ind
               END-IF
           END-PERFORM
           IF This-Top-Ind = 0 AND Top-Count < Top-Customers
               ADD 1 TO Top-Count
               MOVE Top-Count TO This-Top-Ind
           ELSE
               IF This-Top-Ind NOT = 0
                   IF Top-Count < Top-Customers
                       ADD 1 TO Top-Count
                   END-IF
                   PERFORM VARYING Top-Ind FROM Top-Count BY -1
                                      UNTIL Top-Ind NOT > This-Top-Ind
                       MOVE Top-Entry(Top-Ind - 1) TO Top-Entry(Top-Ind)
                   END-PERFORM
               END-IF
           END-IF
           IF This-Top-Ind NOT = 0
               MOVE Pw-C-Code    TO Top-C-Code(This-Top-Ind)
               MOVE Pw-Qty       TO Top-Qty(This-Top-Ind)
               MOVE Pw-Val       TO Top-Val(This-Top-Ind)
               MOVE Pw-Prior-Qty TO Top-Prior-Qty(This-Top-Ind)
               MOVE Pw-Prior-Val TO Top-Prior-Val(This-Top-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Top-Customer SECTION.

           MOVE Top-Ind              TO Cc-Rank
           MOVE Top-C-Code(Top-Ind)  TO Cc-C-Code
           MOVE "(NOT ON FILE)"      TO Cc-C-Name
           IF NOT Customer-File-Not-Found
               MOVE Top-C-Code(Top-Ind) TO File-C-Code
               READ Customer-File KEY IS File-C-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name TO Cc-C-Name
               END-READ
           END-IF
           MOVE Customer-Caption        TO Fl-Caption
           MOVE Top-Qty(Top-Ind)        TO Pf-Qty
           MOVE Top-Val(Top-Ind)        TO Pf-Val
           MOVE Top-Prior-Qty(Top-Ind)  TO Pf-Prior-Qty
           MOVE Top-Prior-Val(Top-Ind)  TO Pf-Prior-Val
           PERFORM Print-Figure-Line
           MOVE "C" TO Ex-Type
           MOVE Pt-Product(Prod-Ind) TO Ex-Product
           MOVE SPACE TO Ex-Area
           MOVE Top-C-Code(Top-Ind) TO Ex-C-Code
           MOVE SPACES TO Ex-No-Month
           PERFORM Write-Extract-Row
       .
      *---------------------------------------------------------------*
       Start-A-Section SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Section-Heading
           MOVE ALL "-" TO Report-Line(1:40)
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Print-Product-Heading SECTION.
      *    Product-Key names the product.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Product-Key TO Ph-Product
           MOVE "(NOT ON CATALOGUE)" TO Ph-Desc
           IF Catalogue-Open
               MOVE Product-Key TO Product-Code
               READ Product-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Product-Desc TO Ph-Desc
               END-READ
           END-IF
           WRITE Report-Line FROM Product-Heading
           WRITE Report-Line FROM Column-Heading
       .
      *---------------------------------------------------------------*
       Print-Figure-Line SECTION.

           MOVE Pf-Qty       TO Fl-Qty
           MOVE Pf-Val       TO Fl-Val
           MOVE Pf-Prior-Qty TO Fl-Prior-Qty
           MOVE Pf-Prior-Val TO Fl-Prior-Val
           IF Pf-Prior-Val = 0
               MOVE "     NEW" TO Fl-New
               IF Pf-Val = 0
                   MOVE SPACES TO Fl-New
               END-IF
           ELSE
               COMPUTE Change-Pct ROUNDED =
                       (Pf-Val - Pf-Prior-Val) * 100 / Pf-Prior-Val
                   ON SIZE ERROR
                       MOVE 99999.9 TO Change-Pct
               END-COMPUTE
               MOVE Change-Pct TO Fl-Change
           END-IF
           WRITE Report-Line FROM Figure-Line
       .
      *---------------------------------------------------------------*
       Write-Extract-Row SECTION.

           MOVE Ana-Year     TO Ex-Year
           MOVE Pf-Qty       TO Ex-Qty
           MOVE Pf-Val       TO Ex-Val
           MOVE Pf-Prior-Qty TO Ex-Prior-Qty
           MOVE Pf-Prior-Val TO Ex-Prior-Val
           WRITE Extract-Line FROM Extract-Row
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF Lines-Dropped NOT = 0
               MOVE SPACES TO Report-Line
               WRITE Report-Line
               MOVE "** PRODUCT TABLE FULL - DETAIL LINES LEFT OUT: "
                   TO Report-Line
               MOVE Lines-Dropped TO Report-Line(50:7)
               WRITE Report-Line
           END-IF
           CLOSE Report-File
           CLOSE Extract-File
           CLOSE Work-File
           IF NOT Customer-File-Not-Found
               CLOSE Customer-File
               CLOSE Order-Line-File
           END-IF
           IF NOT History-File-Not-Found
               CLOSE History-File
           END-IF
           IF NOT Detail-File-Not-Found
               CLOSE Detail-File
           END-IF
           IF Catalogue-Open
               CLOSE Product-File
           END-IF
           DISPLAY "CUSTPSAL: " Lines-Read " DETAIL LINES ANALYSED FOR "
                   Ana-Year " AND " Ana-Prior-Year
       .

      *****************************************************************
