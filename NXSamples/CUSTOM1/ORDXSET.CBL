      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ordxset.

      *---------------------------------------------------------------*
      *    Shared order-number index service - see ORDXSET.CPY for
      *    the interface and ORDXREF.CPY for the index.  Every
      *    program that puts an order line onto custord.ism, moves
      *    one to another customer or takes one off calls it, so
      *    the programs that start from an order number can go
      *    straight to the customer holding it.  ordxref.ism is
      *    opened and closed again on every call, the same
      *    discipline the stock movement service keeps, so the
      *    readers holding it open alongside are never shut out.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Xref-File ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Oxr-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Xref-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".

       01  Xref-On-File-Sw             PIC X(01).
          88  Xref-On-File                VALUE "Y".

       LINKAGE SECTION.
           COPY "ORDXSET.CPY".

       PROCEDURE DIVISION USING Oxs-Request.
       Controlling SECTION.

           SET Oxs-Not-Done TO TRUE
           IF Oxs-Ord-No NOT = 0
               PERFORM Act-On-Index
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Act-On-Index SECTION.

           IF Oxs-Action-Find
               OPEN INPUT Order-Xref-File
           ELSE
               OPEN I-O Order-Xref-File
               IF Order-Xref-File-Not-Found
                   OPEN OUTPUT Order-Xref-File
                   CLOSE Order-Xref-File
                   OPEN I-O Order-Xref-File
               END-IF
           END-IF

           IF NOT Order-Xref-File-Not-Found
               MOVE "N" TO Xref-On-File-Sw
               MOVE Oxs-Ord-No TO Oxr-Ord-No
               READ Order-Xref-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Xref-On-File TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN Oxs-Action-Post
                       MOVE Oxs-Ord-No TO Oxr-Ord-No
                       MOVE Oxs-C-Code TO Oxr-C-Code
                       IF Xref-On-File
                           REWRITE Order-Xref-Record
                       ELSE
                           WRITE Order-Xref-Record
                       END-IF
                       SET Oxs-Done TO TRUE
                   WHEN Oxs-Action-Remove
                       IF Xref-On-File AND Oxr-C-Code = Oxs-C-Code
                           DELETE Order-Xref-File
                           SET Oxs-Done TO TRUE
                       END-IF
                   WHEN Oxs-Action-Find
                       IF Xref-On-File
                           MOVE Oxr-C-Code TO Oxs-C-Code
                           SET Oxs-Done TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               CLOSE Order-Xref-File
           END-IF
       .

      *****************************************************************
