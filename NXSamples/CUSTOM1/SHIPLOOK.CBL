      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Shiplook.

      *---------------------------------------------------------------*
      *    Delivery address lookup service.  Called (CALL "shiplook"
      *    USING Shl-Request - see SHIPLOOK.CPY) by everything that
      *    tells the warehouse where an order goes - the picking
      *    list, the Custship dispatch exceptions - so a national
      *    account's branch order goes to the branch and not to head
      *    office's statement address.  The order's ordshto.ism
      *    record names the customer and the site; the site's
      *    custshto.ism record gives the address and the contact.
      *    With no site named, or no ship-to files on disk yet, the
      *    answer is the statement name and address on cust.ism -
      *    exactly what the warehouse was given before.  The files
      *    are opened on first call and stay open for the run, the
      *    same stance Termlook and Taxlook take.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Ship-To-File ASSIGN "ordshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Osh-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Ship-To-File-Status.

           SELECT Ship-To-File ASSIGN "custshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Shto-Key
           ACCESS IS RANDOM
           FILE STATUS IS Ship-To-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Order-Ship-To-File.
           COPY "ORDSHTO.CPY".

       FD  Ship-To-File.
           COPY "CUSTSHTO.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Order-Ship-To-File-Status   PIC X(2).
          88  Order-Ship-To-Not-Found     VALUE "35".
       77  Ship-To-File-Status         PIC X(2).
          88  Ship-To-File-Not-Found      VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       01  Files-Opened-Sw             PIC X(01) VALUE "N".
          88  Files-Opened                VALUE "Y".
       01  Order-Ship-To-Open-Sw       PIC X(01) VALUE "N".
          88  Order-Ship-To-Open          VALUE "Y".
       01  Ship-To-Open-Sw             PIC X(01) VALUE "N".
          88  Ship-To-Open                VALUE "Y".
       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".

       LINKAGE SECTION.
           COPY "SHIPLOOK.CPY".

       PROCEDURE DIVISION USING Shl-Request.
       Controlling SECTION.

           IF NOT Files-Opened
               PERFORM Open-The-Files
           END-IF

           MOVE SPACES TO Shl-Site-Code
                          Shl-Name
                          Shl-Addr1
                          Shl-Addr2
                          Shl-Addr3
                          Shl-Addr4
                          Shl-Contact
                          Shl-Phone
           SET Shl-Not-Found TO TRUE

           PERFORM Find-Order-Site
           IF Shl-Site-Code NOT = SPACES
               PERFORM Find-Ship-To-Site
           END-IF
           IF NOT Shl-From-Site
               PERFORM Find-Statement-Address
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Open-The-Files SECTION.

           OPEN INPUT Order-Ship-To-File
           IF NOT Order-Ship-To-Not-Found
               SET Order-Ship-To-Open TO TRUE
           END-IF
           OPEN INPUT Ship-To-File
           IF NOT Ship-To-File-Not-Found
               SET Ship-To-Open TO TRUE
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
           SET Files-Opened TO TRUE
       .
      *---------------------------------------------------------------*
       Find-Order-Site SECTION.

           IF Order-Ship-To-Open
               MOVE Shl-Ord-No TO Osh-Ord-No
               READ Order-Ship-To-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Osh-C-Code    TO Shl-C-Code
                       MOVE Osh-Site-Code TO Shl-Site-Code
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Ship-To-Site SECTION.
      *    A site deleted since the order was taken is no address at
      *    all - the statement address is the safer answer.

           IF Ship-To-Open
               MOVE Shl-C-Code    TO Shto-C-Code
               MOVE Shl-Site-Code TO Shto-Site-Code
               READ Ship-To-File
                   INVALID KEY
                       MOVE SPACES TO Shl-Site-Code
                   NOT INVALID KEY
                       MOVE Shto-Name    TO Shl-Name
                       MOVE Shto-Addr1   TO Shl-Addr1
                       MOVE Shto-Addr2   TO Shl-Addr2
                       MOVE Shto-Addr3   TO Shl-Addr3
                       MOVE Shto-Addr4   TO Shl-Addr4
                       MOVE Shto-Contact TO Shl-Contact
                       MOVE Shto-Phone   TO Shl-Phone
                       SET Shl-From-Site TO TRUE
               END-READ
           ELSE
               MOVE SPACES TO Shl-Site-Code
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Statement-Address SECTION.

           IF Customer-Open AND Shl-C-Code NOT = SPACES
               MOVE Shl-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name  TO Shl-Name
                       MOVE File-C-Addr1 TO Shl-Addr1
                       MOVE File-C-Addr2 TO Shl-Addr2
                       MOVE File-C-Addr3 TO Shl-Addr3
                       MOVE File-C-Addr4 TO Shl-Addr4
                       SET Shl-From-Customer TO TRUE
               END-READ
           END-IF
       .

      *****************************************************************
