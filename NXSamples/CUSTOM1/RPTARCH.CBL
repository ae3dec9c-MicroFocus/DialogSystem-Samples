      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rptarch.

      *---------------------------------------------------------------*
      *    Report archive service - see RPTARCH.CPY for the
      *    interface.  Copies a report the night's batch has printed
      *    to a dated generation file and catalogues it on
      *    rptarch.cat (RPTCAT.CPY), so that tonight's report no
      *    longer simply overwrites last night's.  The generation is
      *    named for the report, the run date and the run's number
      *    within that date -
      *        custaged.G2026101501, custaged.G2026101502, ...
      *    - the number taken from the catalogue lines already there
      *    for the report and date.  A report the same line for line
      *    as its newest generation is not filed again.  Pages are
      *    counted as Rptview pages the printed report: a rule line
      *    of "=" opens a page, and Print-Page-Lines lines break one
      *    anyway.  Generations go to the directory named by the
      *    site configuration logical RPTARCH (the current directory
      *    when it is not configured), and the catalogue carries each
      *    one's full name, so its readers need no configuration of
      *    their own.  Opened and closed on every call, as the
      *    control-total service is.  Called for each report by the
      *    Custrarc step at the end of the window; Rptview browses
      *    the catalogue, and Retpurge retires old generations under
      *    the "R" kind on retain.dat.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Report-File ASSIGN DYNAMIC Rpa-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Report-File-Status.

           SELECT Generation-File ASSIGN DYNAMIC Rpa-Gen-File
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Generation-File-Status.

           SELECT Last-Gen-File ASSIGN DYNAMIC Last-Gen-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Last-Gen-File-Status.

           SELECT Catalogue-File ASSIGN "rptarch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Report-File.
       01  Report-Line                 PIC X(132).

       FD  Generation-File.
       01  Generation-Line             PIC X(132).

       FD  Last-Gen-File.
       01  Last-Gen-Line               PIC X(132).

       FD  Catalogue-File.
           COPY "RPTCAT.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Report-File-Status          PIC X(2).
          88  Report-File-Eof             VALUE "10".
          88  Report-File-Not-Found       VALUE "35".
       77  Generation-File-Status      PIC X(2).
       77  Last-Gen-File-Status        PIC X(2).
          88  Last-Gen-File-Eof           VALUE "10".
          88  Last-Gen-File-Not-Found     VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".

       01  Archive-Directory           PIC X(64).
       01  Paths-Resolved-Sw           PIC X(01) VALUE "N".
          88  Paths-Resolved              VALUE "Y".

       78  Print-Page-Lines            VALUE 60.

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).
       01  Report-Base                 PIC X(8).
       01  Generation-No               PIC 9(2).
       77  Generations-Today           PIC 9(4) COMP.
       77  Lines-Copied                PIC 9(7) COMP.
       77  Line-On-Page                PIC 9(4) COMP.
       77  Total-Hits                  PIC 9(4) COMP.
       01  Last-Gen-File-Name          PIC X(64).
       01  Last-Printed-Line           PIC X(132).
       01  Last-Total-Line             PIC X(132).
       01  Same-As-Last-Sw             PIC X(01).
          88  Same-As-Last                VALUE "Y".

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       LINKAGE SECTION.
           COPY "RPTARCH.CPY".

       PROCEDURE DIVISION USING Report-Archive.
       Controlling SECTION.

           IF NOT Paths-Resolved
               PERFORM Resolve-Paths
           END-IF

           MOVE "N" TO Rpa-Result
           MOVE SPACES TO Rpa-Gen-File
           MOVE 0 TO Rpa-Pages
           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME
           IF Rpa-Run-Id = 0
               MOVE Run-Time TO Rpa-Run-Id
           END-IF

           INSPECT Rpa-Report
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz"
           OPEN INPUT Report-File
           IF Report-File-Not-Found
               GOBACK
           END-IF
           CLOSE Report-File

           PERFORM Name-The-Generation
           PERFORM Compare-With-Last
           IF Same-As-Last
               MOVE "U" TO Rpa-Result
               GOBACK
           END-IF
           PERFORM Copy-The-Report
           PERFORM Catalogue-The-Generation
           MOVE "Y" TO Rpa-Result
           GOBACK
       .
      *---------------------------------------------------------------*
       Resolve-Paths SECTION.

           MOVE "RPTARCH" TO Cfg-Logical
           MOVE SPACES TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Archive-Directory
           SET Paths-Resolved TO TRUE
       .
      *---------------------------------------------------------------*
       Name-The-Generation SECTION.
      *    The next number for this report today is one more than the
      *    generations the catalogue already holds for it today;
      *    the newest generation of all is kept for the comparison.

           MOVE 0 TO Generations-Today
           MOVE SPACES TO Last-Gen-File-Name
           OPEN INPUT Catalogue-File
           IF NOT Catalogue-File-Not-Found
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           IF Rct-Report = Rpa-Report
                               PERFORM Note-Catalogue-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
           END-IF
           ADD 1 TO Generations-Today
           MOVE Generations-Today TO Generation-No

           MOVE Rpa-Report TO Report-Base
           IF Archive-Directory = SPACES
               STRING Report-Base   DELIMITED BY SPACE
                      ".G"          DELIMITED BY SIZE
                      Run-Date      DELIMITED BY SIZE
                      Generation-No DELIMITED BY SIZE
                   INTO Rpa-Gen-File
               END-STRING
           ELSE
               STRING Archive-Directory DELIMITED BY SPACE
                      Report-Base   DELIMITED BY SPACE
                      ".G"          DELIMITED BY SIZE
                      Run-Date      DELIMITED BY SIZE
                      Generation-No DELIMITED BY SIZE
                   INTO Rpa-Gen-File
               END-STRING
           END-IF
       .
      *---------------------------------------------------------------*
       Note-Catalogue-Line SECTION.

           IF Rct-Run-Date = Run-Date
               ADD 1 TO Generations-Today
           END-IF
           IF Rct-Archived
               MOVE Rct-Gen-File TO Last-Gen-File-Name
           ELSE
               MOVE SPACES TO Last-Gen-File-Name
           END-IF
       .
      *---------------------------------------------------------------*
       Compare-With-Last SECTION.
      *    Line for line against the newest generation - both ending
      *    together with nothing different is the same report.

           MOVE "N" TO Same-As-Last-Sw
           IF Last-Gen-File-Name NOT = SPACES
               OPEN INPUT Last-Gen-File
               IF NOT Last-Gen-File-Not-Found
                   OPEN INPUT Report-File
                   MOVE "Y" TO Same-As-Last-Sw
                   PERFORM Compare-One-Line
                       UNTIL Report-File-Eof OR NOT Same-As-Last
                   CLOSE Report-File
                   CLOSE Last-Gen-File
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Compare-One-Line SECTION.

           READ Report-File
               AT END
                   SET Report-File-Eof TO TRUE
               NOT AT END
                   CONTINUE
           END-READ
           READ Last-Gen-File
               AT END
                   SET Last-Gen-File-Eof TO TRUE
               NOT AT END
                   CONTINUE
           END-READ
           IF Report-File-Eof OR Last-Gen-File-Eof
               IF Report-File-Status NOT = Last-Gen-File-Status
                   MOVE "N" TO Same-As-Last-Sw
               END-IF
           ELSE
               IF Report-Line NOT = Last-Gen-Line
                   MOVE "N" TO Same-As-Last-Sw
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Copy-The-Report SECTION.

           MOVE 0 TO Lines-Copied
           MOVE 0 TO Rpa-Pages
           MOVE 0 TO Line-On-Page
           MOVE SPACES TO Last-Printed-Line
           MOVE SPACES TO Last-Total-Line
           OPEN INPUT Report-File
           OPEN OUTPUT Generation-File
           PERFORM UNTIL Report-File-Eof
               READ Report-File
                   AT END
                       SET Report-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Copy-One-Line
               END-READ
           END-PERFORM
           CLOSE Report-File
           CLOSE Generation-File

           IF Rpa-Totals = SPACES
               IF Last-Total-Line NOT = SPACES
                   MOVE Last-Total-Line TO Rpa-Totals
               ELSE
                   MOVE Last-Printed-Line TO Rpa-Totals
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Copy-One-Line SECTION.

           IF Report-Line(1:6) = "======"
              AND Line-On-Page NOT = 0
               MOVE 0 TO Line-On-Page
           END-IF
           IF Line-On-Page = Print-Page-Lines
               MOVE 0 TO Line-On-Page
           END-IF
           IF Line-On-Page = 0
               ADD 1 TO Rpa-Pages
           END-IF
           ADD 1 TO Line-On-Page
           ADD 1 TO Lines-Copied

           WRITE Generation-Line FROM Report-Line
           IF Report-Line NOT = SPACES
               MOVE Report-Line TO Last-Printed-Line
               MOVE 0 TO Total-Hits
               INSPECT Report-Line TALLYING Total-Hits FOR ALL "TOTAL"
               IF Total-Hits > 0
                   MOVE Report-Line TO Last-Total-Line
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Catalogue-The-Generation SECTION.

           MOVE SPACES TO Report-Catalogue-Record
           MOVE Rpa-Report   TO Rct-Report
           MOVE Run-Date     TO Rct-Run-Date
           MOVE Run-Time(1:6) TO Rct-Run-Time
           MOVE Rpa-Run-Id   TO Rct-Run-Id
           MOVE Rpa-Pages    TO Rct-Pages
           MOVE Lines-Copied TO Rct-Lines
           SET Rct-Archived  TO TRUE
           MOVE Rpa-Gen-File TO Rct-Gen-File
           MOVE Rpa-Totals   TO Rct-Totals

           OPEN EXTEND Catalogue-File
           IF Catalogue-File-Not-Found
               OPEN OUTPUT Catalogue-File
               CLOSE Catalogue-File
               OPEN EXTEND Catalogue-File
           END-IF
           WRITE Report-Catalogue-Record
           CLOSE Catalogue-File
       .

      *****************************************************************
