
      *---------------------------------------------------------------*
      *    Order item-entry window.  Called (CALL "orditem" USING a
      *    PIC 9(6) order number, the PIC X(5) customer code and the
      *    PIC 9(8) order date) from Custom1's change-order screen
      *    the same
      *    callable-companion way the notes window is, so an order
      *    finally says what was sold, not just how much:
      *        L         list the order's detail lines
      *        A         add a line (prompts for product and
      *                  quantity; the price is the customer's own
      *                  price agreement, or their national-account
      *                  parent's, in force on the order date - see
      *                  PRICLOOK.CBL - and otherwise the
      *                  prodmast.ism catalogue price; the operator
      *                  is told which, and it is kept against the
      *                  line on ordprice.ism - see ORDPRICE.CPY)
      *        D nn      delete line nn
      *        Q         back to the order
      *    An order with no date keyed yet is priced for today.
      *    Each line's extended value and the order total are shown,
      *    each with where its price came from;
      *    Ordl-Ord-Val on the master line should equal the total,
      *    and Custchek reports the orders where it does not.
      *    A line added allocates its quantity on stock.ism and a
      *    line deleted gives it back, through the Stockset service
      *    (see STOCKSET.CPY); when the line takes more than is free
      *    the operator is warned with the figures, and the line
      *    stands - deleting it is their call, not the window's.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           FILE STATUS IS Product-File-Status.

           SELECT Order-Price-File ASSIGN "ordprice.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Opr-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Price-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Product-File.
           COPY "PRODMAST.CPY".

       FD  Order-Price-File.
           COPY "ORDPRICE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01  Catalogue-Open-Sw           PIC X(01) VALUE "N".
          88  Catalogue-Open              VALUE "Y".

       77  Order-Price-File-Status     PIC X(2).
          88  Order-Price-File-Not-Found  VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
       77  Entry-Qty                   PIC 9(5).
       77  Next-Line-No                PIC 9(2).
       77  Order-Total                 PIC 9(9)V99 COMP.
       01  Run-Date                    PIC 9(8).
       01  Price-Date                  PIC 9(8).
       01  My-Operator-Id              PIC X(8).

      *    customer price agreements - see PRICLOOK.CBL
       78  Price-Lookup-Service        VALUE "priclook".
           COPY "PRICLOOK.CPY".

      *    stock allocation - see STOCKSET.CPY
       78  Stock-Movement-Service      VALUE "stockset".
           COPY "STOCKSET.CPY".
       77  Short-Qty                   PIC 9(7).
       01  Short-Line.
           03  FILLER                  PIC X(10) VALUE "WARNING - ".
           03  Sht-Short               PIC Z(6)9.
           03  FILLER                  PIC X(8) VALUE " OF THE ".
           03  Sht-Ordered             PIC Z(4)9.
           03  FILLER                  PIC X(30) VALUE
               " ORDERED ARE NOT IN FREE STOCK".
       01  Stock-Figures-Line.
           03  FILLER                  PIC X(18) VALUE
               "          ON HAND ".
           03  Sfl-On-Hand             PIC -(6)9.
           03  FILLER                  PIC X(12) VALUE "  ALLOCATED ".
           03  Sfl-Allocated           PIC Z(6)9.

       01  Price-Source-Line.
           03  FILLER                  PIC X(10) VALUE "PRICED AT ".
           03  Psl-Price               PIC Z(4)9.99.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  Psl-Source              PIC X(40).
       01  Line-Source-Line.
           03  FILLER                  PIC X(14) VALUE SPACE.
           03  Lsl-Source              PIC X(40).
       01  Agreement-Text.
           03  Agt-Whose               PIC X(9).
           03  FILLER                  PIC X(11) VALUE " AGREEMENT ".
           03  Agt-Code                PIC X(5).
           03  FILLER                  PIC X(7) VALUE " UNTIL ".
           03  Agt-To-Date             PIC 9(8).

       01  List-Line.
           03  Lst-Line-No             PIC Z9.

       LINKAGE SECTION.
       01  Item-Ord-No                 PIC 9(6).
       01  Item-C-Code                 PIC X(5).
       01  Item-Ord-Date               PIC 9(8).

       PROCEDURE DIVISION USING Item-Ord-No Item-C-Code Item-Ord-Date.
       Controlling SECTION.

           MOVE "N" TO Done-Sw
           ACCEPT Run-Date FROM DATE YYYYMMDD
           IF Item-Ord-Date NUMERIC AND Item-Ord-Date NOT = 0
               MOVE Item-Ord-Date TO Price-Date
           ELSE
               MOVE Run-Date TO Price-Date
           END-IF
           ACCEPT My-Operator-Id FROM ENVIRONMENT "USERNAME"
           IF My-Operator-Id = SPACES
               ACCEPT My-Operator-Id FROM ENVIRONMENT "USER"
           END-IF
           OPEN I-O Detail-File
           IF Detail-File-Not-Found
               OPEN OUTPUT Detail-File
               CLOSE Detail-File
               OPEN I-O Detail-File
           END-IF
           OPEN I-O Order-Price-File
           IF Order-Price-File-Not-Found
               OPEN OUTPUT Order-Price-File
               CLOSE Order-Price-File
               OPEN I-O Order-Price-File
           END-IF

           MOVE "N" TO Catalogue-Open-Sw
           OPEN INPUT Product-File
           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Detail-File
           CLOSE Order-Price-File
           IF Catalogue-Open
               CLOSE Product-File
           END-IF
           MOVE Odt-Unit-Price   TO Lst-Price
           MOVE Odt-Extended     TO Lst-Extended
           DISPLAY List-Line
           PERFORM Show-Line-Source
       .
      *---------------------------------------------------------------*
       Show-Line-Source SECTION.

           MOVE Odt-Key TO Opr-Key
           READ Order-Price-File
               INVALID KEY
                   MOVE "(PRICE SOURCE NOT KEPT)" TO Lsl-Source
               NOT INVALID KEY
                   MOVE Opr-Source          TO Prc-Source
                   MOVE Opr-Agreed-Code     TO Prc-Agreed-Code
                   MOVE Opr-To-Date         TO Prc-To-Date
                   PERFORM Describe-The-Source
                   MOVE Psl-Source          TO Lsl-Source
           END-READ
           DISPLAY Line-Source-Line
       .
      *---------------------------------------------------------------*
       Describe-The-Product SECTION.
                   DISPLAY "LINE NOT ADDED - PRODUCT " Entry-Product
                           " NOT ON THE CATALOGUE"
               NOT INVALID KEY
                   PERFORM Find-Customer-Price
                   MOVE Item-Ord-No        TO Odt-Ord-No
                   COMPUTE Odt-Line-No = Next-Line-No + 1
                   MOVE Entry-Product      TO Odt-Product-Code
                   MOVE Entry-Qty          TO Odt-Quantity
                   MOVE Prc-Price          TO Odt-Unit-Price
                   COMPUTE Odt-Extended = Entry-Qty * Prc-Price
                   MOVE SPACE TO Odt-Picked
                   WRITE Detail-Record
                       INVALID KEY
                           DISPLAY "LINE NOT ADDED - KEY CLASH"
                       NOT INVALID KEY
                           PERFORM Keep-The-Price-Source
                           PERFORM Allocate-The-Stock
                           PERFORM List-The-Lines
                   END-WRITE
           END-READ
       .
      *---------------------------------------------------------------*
       Find-Customer-Price SECTION.
      *    The operator sees where the price came from before the
      *    line is written, so an agreement that has quietly run
      *    out is noticed on the phone, not on the invoice.

           MOVE Item-C-Code        TO Prc-C-Code
           MOVE Entry-Product      TO Prc-Product
           MOVE Price-Date         TO Prc-Date
           MOVE Product-Unit-Price TO Prc-Catalogue-Price
           CALL Price-Lookup-Service USING Prc-Check

           MOVE Prc-Price TO Psl-Price
           PERFORM Describe-The-Source
           DISPLAY Price-Source-Line
       .
      *---------------------------------------------------------------*
       Describe-The-Source SECTION.

           IF Prc-From-Catalogue
               MOVE "CATALOGUE PRICE" TO Psl-Source
           ELSE
               IF Prc-From-Parent
                   MOVE "PARENT'S" TO Agt-Whose
               ELSE
                   MOVE "CUSTOMER" TO Agt-Whose
               END-IF
               MOVE Prc-Agreed-Code TO Agt-Code
               MOVE Prc-To-Date     TO Agt-To-Date
               MOVE Agreement-Text  TO Psl-Source
           END-IF
       .
      *---------------------------------------------------------------*
       Keep-The-Price-Source SECTION.
      *    Prc-Check still holds the lookup the line was priced by.

           INITIALIZE Order-Price-Record
           MOVE Odt-Key             TO Opr-Key
           MOVE Prc-Source          TO Opr-Source
           MOVE Prc-Agreed-Code     TO Opr-Agreed-Code
           MOVE Prc-Disc-Pct        TO Opr-Disc-Pct
           MOVE Prc-To-Date         TO Opr-To-Date
           MOVE Prc-Date            TO Opr-Price-Date
           MOVE Prc-Catalogue-Price TO Opr-Catalogue-Price
           MOVE My-Operator-Id      TO Opr-Priced-By
           WRITE Order-Price-Record
               INVALID KEY
                   REWRITE Order-Price-Record
                   END-REWRITE
           END-WRITE
       .
      *---------------------------------------------------------------*
       Allocate-The-Stock SECTION.
      *    Taken on order all the same - a short line is the
      *    warehouse's cue, and the operator can still take it off.

           MOVE Entry-Product  TO Skm-Product
           SET Skm-Action-Allocate TO TRUE
           MOVE Entry-Qty      TO Skm-Quantity
           MOVE My-Operator-Id TO Skm-Operator-Id
           MOVE Item-Ord-No    TO Skm-Reference
           CALL Stock-Movement-Service USING Skm-Request
           IF Skm-Free < 0
               IF Skm-Free + Entry-Qty > 0
                   COMPUTE Short-Qty = 0 - Skm-Free
               ELSE
                   MOVE Entry-Qty TO Short-Qty
               END-IF
               MOVE Short-Qty     TO Sht-Short
               MOVE Entry-Qty     TO Sht-Ordered
               MOVE Skm-On-Hand   TO Sfl-On-Hand
               MOVE Skm-Allocated TO Sfl-Allocated
               DISPLAY Short-Line
               DISPLAY Stock-Figures-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-A-Line SECTION.

           MOVE Item-Ord-No    TO Odt-Ord-No
           MOVE Answer-Line-No TO Odt-Line-No
           READ Detail-File
               INVALID KEY
                   DISPLAY "NO SUCH LINE"
               NOT INVALID KEY
                   DELETE Detail-File
                       INVALID KEY
                           DISPLAY "NO SUCH LINE"
                       NOT INVALID KEY
                           PERFORM Release-The-Stock
                           MOVE Odt-Key TO Opr-Key
                           DELETE Order-Price-File
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           PERFORM List-The-Lines
                   END-DELETE
           END-READ
       .
      *---------------------------------------------------------------*
       Release-The-Stock SECTION.

           MOVE Odt-Product-Code TO Skm-Product
           SET Skm-Action-Unallocate TO TRUE
           MOVE Odt-Quantity     TO Skm-Quantity
           MOVE My-Operator-Id   TO Skm-Operator-Id
           MOVE Item-Ord-No      TO Skm-Reference
           CALL Stock-Movement-Service USING Skm-Request
       .

      *****************************************************************
