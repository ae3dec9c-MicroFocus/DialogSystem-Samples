      *    want the product.  Listed lines are marked picked
      *    (Odt-Picked "Y"), so tomorrow's run only carries
      *    tomorrow's work - running it twice in a day is harmless.
      *    Each order in the breakdown carries where it is going -
      *    the ship-to site the order line names, with its contact,
      *    or the customer's statement address when it names none -
      *    through the Shiplook service, so the packer labels from
      *    the list and not from a note.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       77  This-Prod-Ind               PIC 9(4) COMP.
       77  Picked-Count                PIC 9(6) VALUE 0.

       78  Delivery-Address-Service    VALUE "shiplook".
           COPY "SHIPLOOK.CPY".

      *    the unpicked lines, gathered first so the file is free
      *    again while the report is grouped and printed
       01  Pick-Table.
           03  Bkd-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Bkd-Quantity            PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Bkd-Site-Code           PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Bkd-Name                PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Bkd-Contact             PIC X(20).

       01  Delivery-Line.
           03  FILLER                  PIC X(12) VALUE SPACE.
           03  Dlv-Addr1               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Dlv-Addr2               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Dlv-Addr3               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Dlv-Addr4               PIC X(15).

       PROCEDURE DIVISION.
       Controlling SECTION.
                   IF Pk-Product(Line-Ind) = Pt-Product(Prod-Ind)
                       MOVE Pk-Ord-No(Line-Ind)   TO Bkd-Ord-No
                       MOVE Pk-Quantity(Line-Ind) TO Bkd-Quantity
                       PERFORM Find-Delivery-Address
                       MOVE Breakdown-Line TO Report-Line
                       WRITE Report-Line
                       MOVE Delivery-Line TO Report-Line
                       WRITE Report-Line
                   END-IF
               END-PERFORM
               MOVE SPACES TO Report-Line
               WRITE Report-Line
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Find-Delivery-Address SECTION.
      *    A statement-address delivery shows "STMT" where the site
      *    code would be, so the packer never mistakes one for the
      *    other.

           MOVE Pk-Ord-No(Line-Ind) TO Shl-Ord-No
           MOVE SPACES TO Shl-C-Code
           CALL Delivery-Address-Service USING Shl-Request
           EVALUATE TRUE
               WHEN Shl-From-Site
                   MOVE Shl-Site-Code TO Bkd-Site-Code
               WHEN Shl-From-Customer
                   MOVE "STMT" TO Bkd-Site-Code
               WHEN OTHER
                   MOVE "????" TO Bkd-Site-Code
                   MOVE "(NO ADDRESS)" TO Shl-Name
           END-EVALUATE
           MOVE Shl-Name    TO Bkd-Name
           MOVE Shl-Contact TO Bkd-Contact
           MOVE Shl-Addr1   TO Dlv-Addr1
           MOVE Shl-Addr2   TO Dlv-Addr2
           MOVE Shl-Addr3   TO Dlv-Addr3
           MOVE Shl-Addr4   TO Dlv-Addr4
       .
      *---------------------------------------------------------------*
       Describe-The-Product SECTION.

