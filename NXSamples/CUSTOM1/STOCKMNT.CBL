      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stockmnt.

      *---------------------------------------------------------------*
      *    Goods-in and stock level console.  Keeps stock.ism (see
      *    STOCKREC.CPY) through the Stockset service, the same
      *    console shape as Prodmnt:
      *        L         list the stock file - on hand, allocated,
      *                  free, reorder level and quantity
      *        R         goods received (prompts for the product,
      *                  the quantity and the delivery note
      *                  reference) - adds to on hand
      *        S         set a product's reorder level and reorder
      *                  quantity
      *        Q         leave
      *    Products are checked against the prodmast.ism catalogue;
      *    a product with no stock record yet is given one by its
      *    first receipt or level setting.  Every movement goes on
      *    stockmov.log under the operator's name.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock-File ASSIGN "stock.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stk-Product
           ACCESS IS DYNAMIC
           FILE STATUS IS Stock-File-Status.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS RANDOM
           FILE STATUS IS Product-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stock-File.
           COPY "STOCKREC.CPY".

       FD  Product-File.
           COPY "PRODMAST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Stock-File-Status           PIC X(2).
          88  Stock-File-Eof              VALUE "10".
          88  Stock-File-Not-Found        VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       01  Catalogue-Open-Sw           PIC X(01) VALUE "N".
          88  Catalogue-Open              VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Product               PIC X(8).
       01  Entry-Reference             PIC X(10).
       01  Entry-Qty-X                 PIC X(7).
       77  Entry-Qty                   PIC 9(7).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  My-Operator-Id              PIC X(8).
       77  Free-Qty                    PIC S9(7).

       78  Stock-Movement-Service      VALUE "stockset".
           COPY "STOCKSET.CPY".

       01  List-Line.
           03  Lst-Product             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Desc                PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-On-Hand             PIC -(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Allocated           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Free                PIC -(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Reorder-Level       PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Reorder-Qty         PIC Z(6)9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "STOCKMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Catalogue-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           IF Catalogue-Open
               CLOSE Product-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / R / S / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Stock
               WHEN "R" WHEN "r"
                   PERFORM Receive-Goods
               WHEN "S" WHEN "s"
                   PERFORM Set-Reorder-Levels
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Stock SECTION.
      *    Opened for the listing only, so the service is never
      *    kept out of it.

           OPEN INPUT Stock-File
           IF Stock-File-Not-Found
               DISPLAY "NO STOCK HAS BEEN RECEIVED YET"
           ELSE
               DISPLAY "PRODUCT   DESCRIPTION          ON HAND "
                       "ALLOCTD    FREE   LEVEL ORD QTY"
               PERFORM UNTIL Stock-File-Eof
                   READ Stock-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Show-One-Product
                   END-READ
               END-PERFORM
               CLOSE Stock-File
           END-IF
       .
      *---------------------------------------------------------------*
       Show-One-Product SECTION.

           MOVE Stk-Product TO Lst-Product
           MOVE SPACES TO Lst-Desc
           IF Catalogue-Open
               MOVE Stk-Product TO Product-Code
               READ Product-File
                   INVALID KEY
                       MOVE "(NOT ON CATALOGUE)" TO Lst-Desc
                   NOT INVALID KEY
                       MOVE Product-Desc TO Lst-Desc
               END-READ
           END-IF
           COMPUTE Free-Qty = Stk-On-Hand - Stk-Allocated
           MOVE Stk-On-Hand       TO Lst-On-Hand
           MOVE Stk-Allocated     TO Lst-Allocated
           MOVE Free-Qty          TO Lst-Free
           MOVE Stk-Reorder-Level TO Lst-Reorder-Level
           MOVE Stk-Reorder-Qty   TO Lst-Reorder-Qty
           DISPLAY List-Line
       .
      *---------------------------------------------------------------*
       Receive-Goods SECTION.

           PERFORM Accept-The-Product
           IF Entry-Ok
               DISPLAY "QUANTITY RECEIVED : " WITH NO ADVANCING
               PERFORM Accept-A-Quantity
               IF Entry-Qty = 0
                   DISPLAY "NOTHING RECEIVED - ZERO QUANTITY"
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok
               DISPLAY "DELIVERY NOTE REF : " WITH NO ADVANCING
               ACCEPT Entry-Reference
               MOVE Entry-Product   TO Skm-Product
               SET Skm-Action-Receive TO TRUE
               MOVE Entry-Qty       TO Skm-Quantity
               MOVE My-Operator-Id  TO Skm-Operator-Id
               MOVE Entry-Reference TO Skm-Reference
               CALL Stock-Movement-Service USING Skm-Request
               PERFORM Show-The-Figures
           END-IF
       .
      *---------------------------------------------------------------*
       Set-Reorder-Levels SECTION.

           PERFORM Accept-The-Product
           IF Entry-Ok
               DISPLAY "REORDER LEVEL     : " WITH NO ADVANCING
               PERFORM Accept-A-Quantity
               MOVE Entry-Qty TO Skm-Reorder-Level
               DISPLAY "REORDER QUANTITY  : " WITH NO ADVANCING
               PERFORM Accept-A-Quantity
               MOVE Entry-Qty TO Skm-Reorder-Qty
               MOVE Entry-Product   TO Skm-Product
               SET Skm-Action-Levels TO TRUE
               MOVE 0               TO Skm-Quantity
               MOVE My-Operator-Id  TO Skm-Operator-Id
               MOVE "LEVELS"        TO Skm-Reference
               CALL Stock-Movement-Service USING Skm-Request
               PERFORM Show-The-Figures
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-Figures SECTION.

           MOVE Skm-Product       TO Lst-Product
           MOVE Product-Desc      TO Lst-Desc
           MOVE Skm-On-Hand       TO Lst-On-Hand
           MOVE Skm-Allocated     TO Lst-Allocated
           MOVE Skm-Free          TO Lst-Free
           MOVE Skm-Reorder-Level TO Lst-Reorder-Level
           MOVE Skm-Reorder-Qty   TO Lst-Reorder-Qty
           DISPLAY List-Line
       .
      *---------------------------------------------------------------*
       Accept-The-Product SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "PRODUCT CODE      : " WITH NO ADVANCING
           ACCEPT Entry-Product
           EVALUATE TRUE
               WHEN Entry-Product = SPACES
                   MOVE "N" TO Entry-Ok-Sw
               WHEN NOT Catalogue-Open
                   DISPLAY "NO PRODUCT CATALOGUE ON THIS SYSTEM "
                           "(RUN PRODMNT)"
                   MOVE "N" TO Entry-Ok-Sw
               WHEN OTHER
                   MOVE Entry-Product TO Product-Code
                   READ Product-File
                       INVALID KEY
                           DISPLAY "PRODUCT " Entry-Product
                                   " NOT ON THE CATALOGUE"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Accept-A-Quantity SECTION.

           ACCEPT Entry-Qty-X
           MOVE 0 TO Entry-Qty
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 7
               MOVE Entry-Qty-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Qty = Entry-Qty * 10 + Digit-Cell
               END-IF
           END-PERFORM
       .

      *****************************************************************
