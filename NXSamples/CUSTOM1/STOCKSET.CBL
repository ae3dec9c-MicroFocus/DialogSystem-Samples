      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stockset.

      *---------------------------------------------------------------*
      *    Shared stock movement service - see STOCKSET.CPY for the
      *    interface.  The Stockmnt console calls it for goods in
      *    and reorder levels, Orditem for every detail line added
      *    or deleted, and Custship for every line of an order the
      *    warehouse confirms dispatched.  The product's stock.ism
      *    record (see STOCKREC.CPY) is changed and the movement
      *    appended to stockmov.log (see STOCKMOV.CPY).  Both files
      *    are opened and closed again on every call, the same
      *    discipline the account stop service keeps, so the
      *    console and the reorder report reading stock.ism
      *    alongside never find it held open.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock-File ASSIGN "stock.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stk-Product
           ACCESS IS RANDOM
           FILE STATUS IS Stock-File-Status.

           SELECT Stock-Movement-File ASSIGN "stockmov.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Stock-Movement-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stock-File.
           COPY "STOCKREC.CPY".

       FD  Stock-Movement-File.
           COPY "STOCKMOV.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Stock-File-Status           PIC X(2).
          88  Stock-File-Ok               VALUE "00".
          88  Stock-File-Not-Found        VALUE "35".
       77  Stock-Movement-File-Status  PIC X(2).
          88  Stock-Movement-File-Not-Found VALUE "35".

       01  Stock-On-File-Sw            PIC X(01).
          88  Stock-On-File               VALUE "Y".

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).

       LINKAGE SECTION.
           COPY "STOCKSET.CPY".

       PROCEDURE DIVISION USING Skm-Request.
       Controlling SECTION.

           SET Skm-Unchanged TO TRUE
           MOVE "Y" TO Skm-Record-Sw
           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME

           OPEN I-O Stock-File
           IF Stock-File-Not-Found
               OPEN OUTPUT Stock-File
               CLOSE Stock-File
               OPEN I-O Stock-File
           END-IF

           MOVE "N" TO Stock-On-File-Sw
           MOVE Skm-Product TO Stk-Product
           READ Stock-File
               INVALID KEY
                   INITIALIZE Stock-Record
                   MOVE Skm-Product TO Stk-Product
               NOT INVALID KEY
                   SET Stock-On-File TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN Skm-Action-Receive
                   ADD Skm-Quantity TO Stk-On-Hand
                   MOVE Run-Date TO Stk-Last-Receipt
                   PERFORM Put-Stock-Record
               WHEN Skm-Action-Allocate
                   ADD Skm-Quantity TO Stk-Allocated
                   PERFORM Put-Stock-Record
               WHEN Skm-Action-Unallocate
                   PERFORM Take-Off-Allocated
                   PERFORM Put-Stock-Record
               WHEN Skm-Action-Issue
                   SUBTRACT Skm-Quantity FROM Stk-On-Hand
                   PERFORM Take-Off-Allocated
                   MOVE Run-Date TO Stk-Last-Issue
                   PERFORM Put-Stock-Record
               WHEN Skm-Action-Levels
                   MOVE Skm-Reorder-Level TO Stk-Reorder-Level
                   MOVE Skm-Reorder-Qty   TO Stk-Reorder-Qty
                   PERFORM Put-Stock-Record
               WHEN OTHER
                   IF NOT Stock-On-File
                       MOVE "N" TO Skm-Record-Sw
                   END-IF
           END-EVALUATE

           MOVE Stk-On-Hand       TO Skm-On-Hand
           MOVE Stk-Allocated     TO Skm-Allocated
           COMPUTE Skm-Free = Stk-On-Hand - Stk-Allocated
           IF NOT Skm-Action-Levels
               MOVE Stk-Reorder-Level TO Skm-Reorder-Level
               MOVE Stk-Reorder-Qty   TO Skm-Reorder-Qty
           END-IF

           CLOSE Stock-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Take-Off-Allocated SECTION.
      *    Lines keyed before stock was kept were never allocated,
      *    so allocation stops at nought rather than going under.

           IF Skm-Quantity > Stk-Allocated
               MOVE 0 TO Stk-Allocated
           ELSE
               SUBTRACT Skm-Quantity FROM Stk-Allocated
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Stock-Record SECTION.

           IF Stock-On-File
               REWRITE Stock-Record
           ELSE
               WRITE Stock-Record
           END-IF
           PERFORM Write-Movement-Log
           SET Skm-Changed TO TRUE
       .
      *---------------------------------------------------------------*
       Write-Movement-Log SECTION.

           OPEN EXTEND Stock-Movement-File
           IF Stock-Movement-File-Not-Found
               OPEN OUTPUT Stock-Movement-File
               CLOSE Stock-Movement-File
               OPEN EXTEND Stock-Movement-File
           END-IF
           MOVE SPACES          TO Stock-Movement-Record
           MOVE Run-Date        TO Smv-Date
           MOVE Run-Time        TO Smv-Time
           MOVE Skm-Product     TO Smv-Product
           MOVE Skm-Action      TO Smv-Action
           MOVE Skm-Quantity    TO Smv-Quantity
           MOVE Stk-On-Hand     TO Smv-On-Hand
           MOVE Stk-Allocated   TO Smv-Allocated
           MOVE Skm-Operator-Id TO Smv-Operator-Id
           MOVE Skm-Reference   TO Smv-Reference
           WRITE Stock-Movement-Record
           CLOSE Stock-Movement-File
       .

      *****************************************************************
