      *    Backup restore.  Brings back the backup generation named
      *    in the CUSTREST-GEN environment variable (a generation
      *    number from the custbkup.cat catalogue): bknnnn.cst over
      *    cust.ism, bknnnn.ord over custord.ism and bknnnn.ent over
      *    entries.dat.  The generation must be catalogued GOOD, and
      *    the supervisor running it must type RESTORE in full at the
      *    console before a single record is written - this program
      *    overwrites the live masters.  Nothing else may be running.
      *    A generation file missing for one of the three masters
      *    skips that master (the catalogue says which counts to
      *    expect); the two that restore are still restored.  A
      *    generation taken before the order lines came off the
      *    customer record onto custord.ism (no "ORDL" layout mark
      *    on its catalogue line) is refused outright - its customer
      *    records are the old shape.  Run Custoidx afterwards to
      *    bring the order-number index back in line.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-Bkup-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL.

           SELECT Order-Line-Bkup-File ASSIGN DYNAMIC Line-Bkup-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Bk-Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-Bkup-Status.

           SELECT Entry-File ASSIGN "entries.dat"
           ORGANIZATION IS INDEXED
       FD  Customer-Bkup-File.
       01  Bk-Customer-Record.
           03  Bk-C-Code               PIC X(5).
           03  FILLER                  PIC X(169).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Order-Line-Bkup-File.
       01  Bk-Order-Line-Record.
           03  Bk-Ordl-Key             PIC X(11).
           03  FILLER                  PIC X(27).

       FD  Entry-File.
           COPY "ENTRYREC.CPY".
           03  FILLER                  PIC X(116).
           03  bk-club                 PIC X(30).
           03  bk-code                 PIC X(3).
           03  FILLER                  PIC X(80).

       FD  Catalogue-File.
       01  Catalogue-Record.
           03  FILLER                  PIC X(1).
           03  Cat-Cust-Count          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Line-Count          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Entry-Count         PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Verdict             PIC X(8).
      *    "ORDL" once the order lines came off the customer record
      *    onto custord.ism - spaces on the generations taken before
           03  FILLER                  PIC X(1).
           03  Cat-Layout              PIC X(4).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  Customer-Bkup-Status        PIC X(2).
          88  Customer-Bkup-Eof           VALUE "10".
          88  Customer-Bkup-Not-Found     VALUE "35".
       77  Order-Line-Bkup-Status        PIC X(2).
          88  Order-Line-Bkup-Eof           VALUE "10".
          88  Order-Line-Bkup-Not-Found     VALUE "35".
       77  Entry-Bkup-Status           PIC X(2).
          88  Entry-Bkup-Eof              VALUE "10".
          88  Entry-Bkup-Not-Found        VALUE "35".
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Cust-Bkup-Gen           PIC 9(4).
           03  FILLER                  PIC X(4) VALUE ".cst".
       01  Line-Bkup-Name.
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Line-Bkup-Gen           PIC 9(4).
           03  FILLER                  PIC X(4) VALUE ".ord".
       01  Entry-Bkup-Name.
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Entry-Bkup-Gen          PIC 9(4).
          88  Gen-Catalogued              VALUE "Y".
       01  Gen-Good-Sw                 PIC X(01) VALUE "N".
          88  Gen-Good                    VALUE "Y".
       01  Gen-Layout                  PIC X(4) VALUE SPACES.

       01  Confirm-Answer              PIC X(8).

       77  Cust-Restored               PIC 9(8) VALUE 0.
       77  Line-Restored               PIC 9(8) VALUE 0.
       77  Entry-Restored              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
                       " DID NOT VERIFY GOOD - NOT RESTORABLE"
               STOP RUN
           END-IF
           IF Gen-Layout NOT = "ORDL"
               DISPLAY "CUSTREST: GENERATION " Chosen-Gen
                       " PREDATES CUSTORD.ISM - NOT RESTORABLE"
               STOP RUN
           END-IF

           DISPLAY "THIS OVERWRITES CUST.ISM, CUSTORD.ISM AND "
                   "ENTRIES.DAT WITH GENERATION " Chosen-Gen
           DISPLAY "TYPE RESTORE TO PROCEED: " WITH NO ADVANCING
           ACCEPT Confirm-Answer
           END-IF

           MOVE Chosen-Gen TO Cust-Bkup-Gen
                              Line-Bkup-Gen
                              Entry-Bkup-Gen
       .
      *---------------------------------------------------------------*
                       NOT AT END
                           IF Cat-Gen-No = Chosen-Gen
                               SET Gen-Catalogued TO TRUE
                               MOVE Cat-Layout TO Gen-Layout
                               IF Cat-Verdict = "GOOD"
                                   SET Gen-Good TO TRUE
                               ELSE
               CLOSE Customer-Bkup-File
           END-IF

           OPEN INPUT Order-Line-Bkup-File
           IF Order-Line-Bkup-Not-Found
               DISPLAY "CUSTREST: NO " Line-Bkup-Name " - SKIPPED"
           ELSE
               OPEN OUTPUT Order-Line-File
               PERFORM Restore-Order-Line-Records
               CLOSE Order-Line-File
               CLOSE Order-Line-Bkup-File
           END-IF

           OPEN INPUT Entry-Bkup-File
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Restore-Order-Line-Records SECTION.

           PERFORM UNTIL Order-Line-Bkup-Eof
               READ Order-Line-Bkup-File NEXT RECORD
                   AT END
                       SET Order-Line-Bkup-Eof TO TRUE
                   NOT AT END
                       MOVE Bk-Order-Line-Record TO Order-Line-Record
                       WRITE Order-Line-Record
                       ADD 1 TO Line-Restored
               END-READ
           END-PERFORM
       .
       Program-Terminate SECTION.

           DISPLAY "RESTORED FROM GENERATION " Chosen-Gen ": "
                   Cust-Restored " CUST, " Line-Restored " LINES, "
                   Entry-Restored " ENTRIES"
           STOP RUN
       .
