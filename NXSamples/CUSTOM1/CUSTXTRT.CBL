      *    stored-balance check must still be comparing the saved
      *    figure against the order lines on the nightly run, and
      *    the statement run re-adds the lines itself anyway.
      *    The order lines are snapshotted the same night, custord.ism
      *    copied record for record into the keyed custxord.ism (the
      *    ORDLINE.CPY layout and key), so the reports can still
      *    START on a customer's lines without going near the master.
      *    The report programs run with
      *    USEXTRACT=Y in the environment read the snapshot instead
      *    of the master, so the master is free for backups while
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

           SELECT Line-Extract-File ASSIGN "custxord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Xord-Key
           ACCESS IS SEQUENTIAL.

           SELECT Extract-File ASSIGN "custxtrt.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Line-Extract-File.
           COPY "ORDLINE.CPY" REPLACING
               ==Order-Line-Record== BY ==Line-Extract-Record==
               LEADING ==Ordl== BY ==Xord==.

      *    sized past the Customer-Record image with room to spare,
      *    so a grown record does not mean a resize here first
       FD  Extract-File.
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".

       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".

       77  Extracted-Count             PIC 9(6) VALUE 0.
       77  Lines-Extracted-Count       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Extract-One-Customer UNTIL Customer-File-Eof

           OPEN INPUT Order-Line-File
           OPEN OUTPUT Line-Extract-File
           PERFORM Extract-One-Order-Line UNTIL Order-Line-File-Eof

           DISPLAY "CUSTOMERS EXTRACTED: " Extracted-Count
           DISPLAY "ORDER LINES EXTRACTED: " Lines-Extracted-Count
           CLOSE Customer-File
           CLOSE Extract-File
           CLOSE Order-Line-File
           CLOSE Line-Extract-File
           GOBACK
       .
      *---------------------------------------------------------------*
                   ADD 1 TO Extracted-Count
           END-READ
       .
      *---------------------------------------------------------------*
       Extract-One-Order-Line SECTION.

           READ Order-Line-File NEXT RECORD
               AT END
                   SET Order-Line-File-Eof TO TRUE
               NOT AT END
                   WRITE Line-Extract-Record FROM Order-Line-Record
                   ADD 1 TO Lines-Extracted-Count
           END-READ
       .

      *****************************************************************
