      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stockreo.

      *---------------------------------------------------------------*
      *    Daily reorder report.  Sweeps stock.ism (see STOCKREC.CPY)
      *    and lists to stockreo.prt every product whose free stock
      *    - on hand less what open orders have allocated - is below
      *    its reorder level, with the catalogue description, the
      *    figures and the quantity to order: the product's reorder
      *    quantity, or where none is set the shortfall back up to
      *    the level.  A product never given a reorder level is not
      *    judged.  Products already in the negative (promised more
      *    than is on the shelf) are marked so buying does those
      *    first.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock-File ASSIGN "stock.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stk-Product
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Stock-File-Status.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS RANDOM
           FILE STATUS IS Product-File-Status.

           SELECT Report-File ASSIGN "stockreo.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stock-File.
           COPY "STOCKREC.CPY".

       FD  Product-File.
           COPY "PRODMAST.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Stock-File-Status           PIC X(2).
          88  Stock-File-Eof              VALUE "10".
          88  Stock-File-Not-Found        VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       01  Catalogue-Open-Sw           PIC X(01) VALUE "N".
          88  Catalogue-Open              VALUE "Y".

       01  Run-Date                    PIC 9(8).
       77  Free-Qty                    PIC S9(7).
       77  Order-Qty                   PIC 9(7).
       77  Products-Read               PIC 9(6) VALUE 0.
       77  Products-Listed             PIC 9(6) VALUE 0.

       01  Heading-Line.
           03  FILLER                  PIC X(40) VALUE
               "PRODUCTS BELOW THEIR REORDER LEVEL AT ".
           03  Hd-Date                 PIC 9(8).

       01  Column-Heading.
           03  FILLER                  PIC X(41) VALUE
               "PRODUCT  DESCRIPTION".
           03  FILLER                  PIC X(41) VALUE
               "ON HAND  ALLOCTD     FREE   LEVEL   ORDER".

       01  Reorder-Line.
           03  Rl-Product              PIC X(8).
           03  FILLER                  PIC X(1).
           03  Rl-Desc                 PIC X(30).
           03  FILLER                  PIC X(1).
           03  Rl-On-Hand              PIC -(6)9.
           03  FILLER                  PIC X(2).
           03  Rl-Allocated            PIC Z(6)9.
           03  FILLER                  PIC X(2).
           03  Rl-Free                 PIC -(6)9.
           03  FILLER                  PIC X(1).
           03  Rl-Reorder-Level        PIC Z(6)9.
           03  FILLER                  PIC X(1).
           03  Rl-Order-Qty            PIC Z(6)9.
           03  FILLER                  PIC X(1).
           03  Rl-Oversold             PIC X(9).

       01  Footing-Line.
           03  FILLER                  PIC X(18) VALUE
               "PRODUCTS READ:    ".
           03  Ft-Read                 PIC Z(5)9.
           03  FILLER                  PIC X(18) VALUE
               "   TO REORDER:    ".
           03  Ft-Listed               PIC Z(5)9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT Stock-File-Not-Found
               PERFORM UNTIL Stock-File-Eof
                   READ Stock-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Judge-One-Product
                   END-READ
               END-PERFORM
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN OUTPUT Report-File
           MOVE Run-Date TO Hd-Date
           WRITE Report-Line FROM Heading-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Column-Heading

           OPEN INPUT Stock-File
           IF Stock-File-Not-Found
               DISPLAY "STOCKREO: NO STOCK.ISM - NO STOCK HAS BEEN "
                       "RECEIVED THROUGH STOCKMNT"
           END-IF
           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Catalogue-Open TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Product SECTION.

           ADD 1 TO Products-Read
           COMPUTE Free-Qty = Stk-On-Hand - Stk-Allocated
           IF Stk-Reorder-Level > 0
              AND Free-Qty < Stk-Reorder-Level
               PERFORM Print-One-Product
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Product SECTION.

           MOVE SPACES TO Reorder-Line
           MOVE Stk-Product TO Rl-Product
           MOVE "(NOT ON CATALOGUE)" TO Rl-Desc
           IF Catalogue-Open
               MOVE Stk-Product TO Product-Code
               READ Product-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Product-Desc TO Rl-Desc
               END-READ
           END-IF
           IF Stk-Reorder-Qty > 0
               MOVE Stk-Reorder-Qty TO Order-Qty
           ELSE
               COMPUTE Order-Qty = Stk-Reorder-Level - Free-Qty
           END-IF
           MOVE Stk-On-Hand       TO Rl-On-Hand
           MOVE Stk-Allocated     TO Rl-Allocated
           MOVE Free-Qty          TO Rl-Free
           MOVE Stk-Reorder-Level TO Rl-Reorder-Level
           MOVE Order-Qty         TO Rl-Order-Qty
           IF Free-Qty < 0
               MOVE "OVERSOLD" TO Rl-Oversold
           END-IF
           WRITE Report-Line FROM Reorder-Line
           ADD 1 TO Products-Listed
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Products-Read   TO Ft-Read
           MOVE Products-Listed TO Ft-Listed
           WRITE Report-Line FROM Footing-Line
           CLOSE Report-File
           IF NOT Stock-File-Not-Found
               CLOSE Stock-File
           END-IF
           IF Catalogue-Open
               CLOSE Product-File
           END-IF
           DISPLAY "STOCKREO: " Products-Listed
                   " PRODUCTS BELOW THEIR REORDER LEVEL"
       .

      *****************************************************************
