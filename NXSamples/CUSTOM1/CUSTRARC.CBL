      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrarc.

      *---------------------------------------------------------------*
      *    Report archive step - the last step of the batch window,
      *    once every report step has printed.  Files each known
      *    report's .prt through the Rptarch service (see
      *    RPTARCH.CPY) into a dated generation catalogued on
      *    rptarch.cat, so the history of a report survives the next
      *    night's run.  The known reports are the ones Rptview
      *    offers - rptlist.dat, one file name per line, or without
      *    it the built-in list of the usual outputs.  Every report
      *    filed in one pass carries the same run id, the time the
      *    step started, so a night's generations can be picked out
      *    together.  A report a step did not rewrite tonight is the
      *    same as its newest generation and is not filed twice.
      *    Each report is logged to custrarc.log - one line each,
      *    led by the run date so Retpurge's "L" kind can trim it -
      *    with its generation and pages, or why it was passed over.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT List-File ASSIGN "rptlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS List-File-Status.

           SELECT Log-File ASSIGN "custrarc.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  List-File.
       01  List-Record                 PIC X(40).

       FD  Log-File.
       01  Log-Record.
           03  Log-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Log-Time                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Log-Report              PIC X(40).
           03  FILLER                  PIC X(1).
           03  Log-Gen-File            PIC X(40).
           03  FILLER                  PIC X(1).
           03  Log-Pages               PIC ZZZZ9.
           03  FILLER                  PIC X(1).
           03  Log-Outcome             PIC X(20).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Known-Reports           VALUE 50.

       77  List-File-Status            PIC X(2).
          88  List-File-Eof               VALUE "10".
          88  List-File-Not-Found         VALUE "35".
       77  Log-File-Status             PIC X(2).
          88  Log-File-Not-Found          VALUE "35".

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).
       01  Pass-Run-Id                 PIC 9(8).

       77  Known-Ind                   PIC 9(4) COMP.
       77  Known-Count                 PIC 9(4) COMP VALUE 0.
       01  Known-Reports.
           03  Known-Report OCCURS Max-Known-Reports
                                       PIC X(40).

      *    the usual outputs, as Rptview lists them without rptlist.dat
       01  Builtin-Reports.
           03  FILLER  PIC X(40) VALUE "custaged.prt".
           03  FILLER  PIC X(40) VALUE "custchek.prt".
           03  FILLER  PIC X(40) VALUE "custrcon.prt".
           03  FILLER  PIC X(40) VALUE "custstmt.prt".
           03  FILLER  PIC X(40) VALUE "custeod.prt".
           03  FILLER  PIC X(40) VALUE "custint.prt".
           03  FILLER  PIC X(40) VALUE "cashpost.prt".
           03  FILLER  PIC X(40) VALUE "custstat.prt".
           03  FILLER  PIC X(40) VALUE "custasal.prt".
           03  FILLER  PIC X(40) VALUE "scores.prt".
       01  Builtin-Report-Table REDEFINES Builtin-Reports.
           03  Builtin-Report OCCURS 10
                                       PIC X(40).

       77  Reports-Filed               PIC 9(4) VALUE 0.
       77  Reports-Unchanged           PIC 9(4) VALUE 0.
       77  Reports-Missing             PIC 9(4) VALUE 0.

      *    dated generations and their catalogue - see RPTARCH.CBL
       78  Report-Archive-Service      VALUE "rptarch".
           COPY "RPTARCH.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM VARYING Known-Ind FROM 1 BY 1
                              UNTIL Known-Ind > Known-Count
               IF Known-Report(Known-Ind) NOT = SPACES
                   PERFORM File-One-Report
               END-IF
           END-PERFORM
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME
           MOVE Run-Time TO Pass-Run-Id

           MOVE 0 TO Known-Count
           OPEN INPUT List-File
           IF List-File-Not-Found
               PERFORM VARYING Known-Ind FROM 1 BY 1
                                  UNTIL Known-Ind > 10
                   MOVE Builtin-Report(Known-Ind)
                                   TO Known-Report(Known-Ind)
               END-PERFORM
               MOVE 10 TO Known-Count
           ELSE
               PERFORM UNTIL List-File-Eof
                            OR Known-Count = Max-Known-Reports
                   READ List-File
                       AT END
                           SET List-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Known-Count
                           MOVE List-Record
                                   TO Known-Report(Known-Count)
                   END-READ
               END-PERFORM
               CLOSE List-File
           END-IF

           OPEN EXTEND Log-File
           IF Log-File-Not-Found
               OPEN OUTPUT Log-File
               CLOSE Log-File
               OPEN EXTEND Log-File
           END-IF
       .
      *---------------------------------------------------------------*
       File-One-Report SECTION.
      *    The report's name on the catalogue is its file name up to
      *    the first ".", so custaged.prt is filed as custaged.

           MOVE SPACES TO Rpa-Report
           UNSTRING Known-Report(Known-Ind) DELIMITED BY "."
               INTO Rpa-Report
           END-UNSTRING
           MOVE Known-Report(Known-Ind) TO Rpa-File-Name
           MOVE Pass-Run-Id TO Rpa-Run-Id
           MOVE SPACES TO Rpa-Totals
           CALL Report-Archive-Service USING Report-Archive

           MOVE SPACES TO Log-Record
           MOVE Run-Date              TO Log-Date
           MOVE Run-Time(1:6)         TO Log-Time
           MOVE Known-Report(Known-Ind) TO Log-Report
           MOVE 0                     TO Log-Pages
           EVALUATE TRUE
               WHEN Rpa-Filed
                   ADD 1 TO Reports-Filed
                   MOVE Rpa-Gen-File  TO Log-Gen-File
                   MOVE Rpa-Pages     TO Log-Pages
                   MOVE "FILED"       TO Log-Outcome
               WHEN Rpa-Unchanged
                   ADD 1 TO Reports-Unchanged
                   MOVE "UNCHANGED"   TO Log-Outcome
               WHEN OTHER
                   ADD 1 TO Reports-Missing
                   MOVE "NOT PRINTED" TO Log-Outcome
           END-EVALUATE
           WRITE Log-Record
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           CLOSE Log-File
           DISPLAY "REPORTS FILED:     " Reports-Filed
           DISPLAY "UNCHANGED:         " Reports-Unchanged
           DISPLAY "NOT PRINTED:       " Reports-Missing
           GOBACK
       .

      *****************************************************************
