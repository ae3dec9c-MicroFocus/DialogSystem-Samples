      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custkcnv.

      *---------------------------------------------------------------*
      *    One-off trading company conversion.  Customer-Record and
      *    Order-Line-Record each gained a company code on the end
      *    (File-C-Company, Ordl-Company - see COMPANY.CPY); this
      *    copies cust.ism to custnew.ism and custord.ism to
      *    custordn.ism in the current layouts, every customer and
      *    every line starting with a blank code - the site's own
      *    company, which is what they all were.  Customers are
      *    moved to a second company afterwards on the Compmnt
      *    console.
      *    The operator verifies the counts displayed at the end,
      *    then renames custnew.ism over cust.ism and custordn.ism
      *    over custord.ism while nothing else is running, and
      *    takes a fresh Custbkup generation - a generation taken
      *    before the rename holds the old layouts and should not
      *    be restored over the new.  cust.ism and custord.ism are
      *    left untouched so the rename can be backed out.  The
      *    deleted-customer archive needs nothing: its images are
      *    padded and simply take the blank company on restore.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Old-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Old-Customer-File-Status.

           SELECT New-Customer-File ASSIGN "custnew.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS New-Customer-File-Status.

           SELECT Old-Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Old-Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Old-Order-Line-File-Status.

           SELECT Order-Line-File ASSIGN "custordn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    The layouts the live files have until this conversion -
      *    the current CUSTREC.CPY/ORDLINE.CPY pictures without the
      *    company code, kept here only as the key and the rest, so
      *    the rest of the suite sees nothing but the current ones.
       FD  Old-Customer-File.
       01  Old-Customer-Record.
           03  Old-C-Code              PIC X(5).
           03  FILLER                  PIC X(167).

       FD  New-Customer-File.
           COPY "CUSTREC.CPY".

       FD  Old-Order-Line-File.
       01  Old-Order-Line-Record.
           03  Old-Ordl-Key            PIC X(11).
           03  FILLER                  PIC X(28).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Old-Customer-File-Status    PIC X(2).
          88  Old-Customer-File-Eof       VALUE "10".
       77  New-Customer-File-Status    PIC X(2).
       77  Old-Order-Line-File-Status  PIC X(2).
          88  Old-Order-Line-File-Eof     VALUE "10".
          88  Old-Order-Line-Not-Found    VALUE "35".
       77  Order-Line-File-Status      PIC X(2).

       77  Customer-Count              PIC 9(6) VALUE 0.
       77  Line-Count                  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Convert-Customers
           PERFORM Convert-Order-Lines
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Convert-Customers SECTION.
      *    The old record goes in whole; the group move leaves the
      *    new company code on the end as spaces.

           OPEN INPUT Old-Customer-File
           OPEN OUTPUT New-Customer-File
           PERFORM UNTIL Old-Customer-File-Eof
               READ Old-Customer-File NEXT RECORD
                   AT END
                       SET Old-Customer-File-Eof TO TRUE
                   NOT AT END
                       MOVE Old-Customer-Record TO Customer-Record
                       MOVE SPACES TO File-C-Company
                       WRITE Customer-Record
                       ADD 1 TO Customer-Count
               END-READ
           END-PERFORM
           CLOSE Old-Customer-File
           CLOSE New-Customer-File
       .
      *---------------------------------------------------------------*
       Convert-Order-Lines SECTION.

           OPEN OUTPUT Order-Line-File
           OPEN INPUT Old-Order-Line-File
           IF Old-Order-Line-Not-Found
               DISPLAY "NO CUSTORD.ISM - AN EMPTY CUSTORDN.ISM WRITTEN"
           ELSE
               PERFORM UNTIL Old-Order-Line-File-Eof
                   READ Old-Order-Line-File NEXT RECORD
                       AT END
                           SET Old-Order-Line-File-Eof TO TRUE
                       NOT AT END
                           MOVE Old-Order-Line-Record
                                            TO Order-Line-Record
                           MOVE SPACES TO Ordl-Company
                           WRITE Order-Line-Record
                           ADD 1 TO Line-Count
                   END-READ
               END-PERFORM
               CLOSE Old-Order-Line-File
           END-IF
           CLOSE Order-Line-File
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CUSTOMERS CONVERTED:        " Customer-Count
           DISPLAY "ORDER LINES CONVERTED:      " Line-Count
           DISPLAY "VERIFY COUNTS, THEN RENAME CUSTNEW.ISM OVER "
                   "CUST.ISM AND CUSTORDN.ISM OVER CUSTORD.ISM AND "
                   "TAKE A FRESH CUSTBKUP GENERATION"
           GOBACK
       .

      *****************************************************************
