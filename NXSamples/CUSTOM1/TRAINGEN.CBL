
      *---------------------------------------------------------------*
      *    Training-copy generator.  New starters stop learning on
      *    the live files: this utility reads cust.ism, custord.ism,
      *    custnote.ism and entries.dat and writes structurally
      *    identical copies
      *        traincst.ism  trainord.ism  trainnte.ism  trainent.dat
      *    with every name, address, club and note text convincingly
      *    scrambled through one fixed letter substitution - vowels
      *    to vowels, consonants to consonants, so words keep their
           ACCESS IS DYNAMIC
           FILE STATUS IS Train-Cust-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

           SELECT Train-Order-File ASSIGN "trainord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Tro-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Train-Order-Status.

           SELECT Note-File ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Note-Key
       FD  Train-Cust-File.
           COPY "CUSTREC.CPY" REPLACING
               ==Customer-Record== BY ==Train-Cust-Record==
               LEADING ==File== BY ==Trc==.

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Train-Order-File.
           COPY "ORDLINE.CPY" REPLACING
               ==Order-Line-Record== BY ==Train-Order-Record==
               LEADING ==Ordl== BY ==Tro==.

       FD  Note-File.
           COPY "CUSTNOTE.CPY".

          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".
       77  Train-Cust-Status           PIC X(2).
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
          88  Order-Line-File-Not-Found   VALUE "35".
       77  Train-Order-Status          PIC X(2).
       77  Note-File-Status            PIC X(2).
          88  Note-File-Eof               VALUE "10".
          88  Note-File-Not-Found         VALUE "35".
       77  Train-Entry-Status          PIC X(2).

       77  Customers-Copied            PIC 9(6) VALUE 0.
       77  Lines-Copied                PIC 9(6) VALUE 0.
       77  Notes-Copied                PIC 9(6) VALUE 0.
       77  Entries-Copied              PIC 9(6) VALUE 0.

       Controlling SECTION.

           PERFORM Copy-The-Customers
           PERFORM Copy-The-Order-Lines
           PERFORM Copy-The-Notes
           PERFORM Copy-The-Entries

           DISPLAY "TRAINING COPIES WRITTEN - CUSTOMERS: "
                   Customers-Copied " LINES: " Lines-Copied
                   " NOTES: " Notes-Copied
                   " ENTRIES: " Entries-Copied
           GOBACK
       .
               CLOSE Train-Cust-File
           END-IF
       .
      *---------------------------------------------------------------*
       Copy-The-Order-Lines SECTION.
      *    Nothing on an order line to scramble - copied as it is.

           OPEN INPUT Order-Line-File
           IF Order-Line-File-Not-Found
               DISPLAY "TRAINGEN: NO CUSTORD.ISM - ORDER LINE COPY "
                       "SKIPPED"
           ELSE
               OPEN OUTPUT Train-Order-File
               PERFORM UNTIL Order-Line-File-Eof
                   READ Order-Line-File NEXT RECORD
                       AT END
                           SET Order-Line-File-Eof TO TRUE
                       NOT AT END
                           WRITE Train-Order-Record
                                           FROM Order-Line-Record
                           ADD 1 TO Lines-Copied
                   END-READ
               END-PERFORM
               CLOSE Order-Line-File
               CLOSE Train-Order-File
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Training-Marker SECTION.
      *    Sorts to the top of the file; Custom1 reads for it at
