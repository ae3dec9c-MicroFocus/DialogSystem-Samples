      *    Nightly backup generations.  Takes a generation copy of
      *    the three master files -
      *        cust.ism      ->  bknnnn.cst
      *        custord.ism   ->  bknnnn.ord
      *        entries.dat   ->  bknnnn.ent
      *    (nnnn the generation number) - then re-reads source and
      *    copy record-by-record and only catalogues the generation
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-Bkup-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

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
          88  Customer-File-Not-Found     VALUE "35".
       77  Customer-Bkup-Status        PIC X(2).
          88  Customer-Bkup-Eof           VALUE "10".
       77  Order-Line-File-Status        PIC X(2).
          88  Order-Line-File-Eof           VALUE "10".
          88  Order-Line-File-Not-Found     VALUE "35".
       77  Order-Line-Bkup-Status        PIC X(2).
          88  Order-Line-Bkup-Eof           VALUE "10".
       77  Entry-File-Status           PIC X(2).
          88  Entry-File-Eof              VALUE "10".
          88  Entry-File-Not-Found        VALUE "35".
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
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Cust-Count                  PIC 9(8) VALUE 0.
       77  Line-Count                  PIC 9(8) VALUE 0.
       77  Entry-Count                 PIC 9(8) VALUE 0.

       01  Verify-Ok-Sw                PIC X(01) VALUE "Y".
          88  Verify-Ok                   VALUE "Y".
       01  Cust-Present-Sw             PIC X(01) VALUE "N".
          88  Cust-Present                VALUE "Y".
       01  Line-Present-Sw             PIC X(01) VALUE "N".
          88  Line-Present                VALUE "Y".
       01  Entry-Present-Sw            PIC X(01) VALUE "N".
          88  Entry-Present               VALUE "Y".

           PERFORM Find-Highest-Generation
           COMPUTE This-Gen-No = Highest-Gen-No + 1
           MOVE This-Gen-No TO Cust-Bkup-Gen
                               Line-Bkup-Gen
                               Entry-Bkup-Gen
       .
      *---------------------------------------------------------------*
               CLOSE Customer-File
           END-IF

           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               SET Line-Present TO TRUE
               OPEN OUTPUT Order-Line-Bkup-File
               PERFORM Copy-Order-Line-Records
               CLOSE Order-Line-Bkup-File
               CLOSE Order-Line-File
           END-IF

           OPEN INPUT Entry-File
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Copy-Order-Line-Records SECTION.

           PERFORM UNTIL Order-Line-File-Eof
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Order-Line-File-Eof TO TRUE
                   NOT AT END
                       MOVE Order-Line-Record TO Bk-Order-Line-Record
                       WRITE Bk-Order-Line-Record
                       ADD 1 TO Line-Count
               END-READ
           END-PERFORM
       .
           IF Cust-Present
               PERFORM Verify-Customer-Copy
           END-IF
           IF Line-Present AND Verify-Ok
               PERFORM Verify-Order-Line-Copy
           END-IF
           IF Entry-Present AND Verify-Ok
               PERFORM Verify-Entry-Copy
                       MOVE "N" TO Verify-Ok-Sw
                       SET Compare-Done TO TRUE
                   WHEN Customer-Record NOT =
                                 Bk-Customer-Record(1:174)
                       MOVE "N" TO Verify-Ok-Sw
                       SET Compare-Done TO TRUE
               END-EVALUATE
           CLOSE Customer-Bkup-File
       .
      *---------------------------------------------------------------*
       Verify-Order-Line-Copy SECTION.

           MOVE SPACES TO Order-Line-File-Status
                          Order-Line-Bkup-Status
           OPEN INPUT Order-Line-File
           OPEN INPUT Order-Line-Bkup-File
           MOVE "N" TO Compare-Done-Sw
           PERFORM UNTIL Compare-Done
               READ Order-Line-File NEXT RECORD
                   AT END CONTINUE
               END-READ
               READ Order-Line-Bkup-File NEXT RECORD
                   AT END CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN Order-Line-File-Eof AND Order-Line-Bkup-Eof
                       SET Compare-Done TO TRUE
                   WHEN Order-Line-File-Eof OR Order-Line-Bkup-Eof
                       MOVE "N" TO Verify-Ok-Sw
                       SET Compare-Done TO TRUE
                   WHEN Order-Line-Record NOT =
                                 Bk-Order-Line-Record(1:38)
                       MOVE "N" TO Verify-Ok-Sw
                       SET Compare-Done TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE Order-Line-File
           CLOSE Order-Line-Bkup-File
       .
      *---------------------------------------------------------------*
       Verify-Entry-Copy SECTION.
           ACCEPT Cat-Date FROM DATE YYYYMMDD
           ACCEPT Cat-Time FROM TIME
           MOVE Cust-Count  TO Cat-Cust-Count
           MOVE Line-Count  TO Cat-Line-Count
           MOVE Entry-Count TO Cat-Entry-Count
           MOVE "ORDL"      TO Cat-Layout
           IF Verify-Ok
               MOVE "GOOD"   TO Cat-Verdict
           ELSE
               PERFORM VARYING This-Gen-No FROM 1 BY 1
                                  UNTIL This-Gen-No = Retire-Below-Gen
                   MOVE This-Gen-No TO Cust-Bkup-Gen
                                       Line-Bkup-Gen
                                       Entry-Bkup-Gen
                   DELETE FILE Customer-Bkup-File
                   DELETE FILE Order-Line-Bkup-File
                   DELETE FILE Entry-Bkup-File
               END-PERFORM
               COMPUTE This-Gen-No = Retire-Below-Gen + Keep-Count - 1

           IF Verify-Ok
               DISPLAY "BACKUP GENERATION " This-Gen-No " GOOD ("
                       Cust-Count " CUST, " Line-Count " LINES, "
                       Entry-Count " ENTRIES)"
           ELSE
               DISPLAY "BACKUP GENERATION " This-Gen-No
