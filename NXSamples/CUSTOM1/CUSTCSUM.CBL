      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcsum.

      *---------------------------------------------------------------*
      *    Collections day-end summary.  Reads the call log
      *    custcall.dat the Custcolw worklist console appends to
      *    (see CUSTCALL.CPY) and prints to custcsum.prt, per
      *    collector, the calls made that day, how many of them
      *    ended in a promise to pay and the cash promised, with a
      *    total line for the whole team.  The day is the run date
      *    unless CUSTCSUM-DATE gives another (CCYYMMDD), for a
      *    summary missed or wanted again.  Collectors are listed in
      *    the order they first appear in the log.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Call-File ASSIGN "custcall.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Call-File-Status.

           SELECT Report-File ASSIGN "custcsum.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Call-File.
           COPY "CUSTCALL.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Collectors              VALUE 200.

       77  Call-File-Status            PIC X(2).
          88  Call-File-Eof               VALUE "10".
          88  Call-File-Not-Found         VALUE "35".

       77  Coll-Ind                    PIC 9(4) COMP.
       77  Coll-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Coll-Ind               PIC 9(4) COMP.

       01  Collector-Table.
           03  Coll-Entry OCCURS Max-Collectors.
               05  Ct-Collector        PIC X(8).
               05  Ct-Calls            PIC 9(6) COMP.
               05  Ct-Promises         PIC 9(6) COMP.
               05  Ct-Promised         PIC 9(9)V99 COMP.

       77  Total-Calls                 PIC 9(6) VALUE 0.
       77  Total-Promises              PIC 9(6) VALUE 0.
       77  Total-Promised              PIC 9(9)V99 VALUE 0.

       01  Summary-Date                PIC 9(8).
       01  Summary-Date-X              PIC X(8).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Heading-Line.
           03  FILLER                  PIC X(35) VALUE
               "COLLECTIONS DAY-END SUMMARY FOR    ".
           03  Heading-Date            PIC 9(8).

       01  Column-Line                 PIC X(50) VALUE
           "COLLECTOR  CALLS  PROMISES CASH PROMISED".

       01  Detail-Line.
           03  Det-Collector           PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Det-Calls               PIC ZZZZZ9.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  Det-Promises            PIC ZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Det-Promised            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Count-The-Calls
           PERFORM Print-The-Summary
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Summary-Date FROM DATE YYYYMMDD
           MOVE SPACES TO Summary-Date-X
           ACCEPT Summary-Date-X FROM ENVIRONMENT "CUSTCSUM-DATE"
           IF Summary-Date-X NOT = SPACES
               MOVE 0 TO Summary-Date
               PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 8
                   MOVE Summary-Date-X(Scan-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Summary-Date = Summary-Date * 10
                                            + Digit-Cell
                   END-IF
               END-PERFORM
           END-IF

           OPEN OUTPUT Report-File
           MOVE Summary-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Count-The-Calls SECTION.

           OPEN INPUT Call-File
           IF NOT Call-File-Not-Found
               PERFORM UNTIL Call-File-Eof
                   READ Call-File
                       AT END
                           SET Call-File-Eof TO TRUE
                       NOT AT END
                           IF Call-Date = Summary-Date
                               PERFORM Count-One-Call
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Call-File
           END-IF
       .
      *---------------------------------------------------------------*
       Count-One-Call SECTION.

           MOVE 0 TO This-Coll-Ind
           PERFORM VARYING Coll-Ind FROM 1 BY 1
                              UNTIL Coll-Ind > Coll-Count
                                    OR This-Coll-Ind NOT = 0
               IF Ct-Collector(Coll-Ind) = Call-Collector
                   MOVE Coll-Ind TO This-Coll-Ind
               END-IF
           END-PERFORM
           IF This-Coll-Ind = 0
              AND Coll-Count < Max-Collectors
               ADD 1 TO Coll-Count
               MOVE Call-Collector TO Ct-Collector(Coll-Count)
               MOVE 0 TO Ct-Calls(Coll-Count)
               MOVE 0 TO Ct-Promises(Coll-Count)
               MOVE 0 TO Ct-Promised(Coll-Count)
               MOVE Coll-Count TO This-Coll-Ind
           END-IF
           IF This-Coll-Ind NOT = 0
               ADD 1 TO Ct-Calls(This-Coll-Ind)
               IF Call-Promise
                   ADD 1 TO Ct-Promises(This-Coll-Ind)
                   ADD Call-Promise-Amt TO Ct-Promised(This-Coll-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Print-The-Summary SECTION.

           PERFORM VARYING Coll-Ind FROM 1 BY 1
                              UNTIL Coll-Ind > Coll-Count
               MOVE Ct-Collector(Coll-Ind) TO Det-Collector
               MOVE Ct-Calls(Coll-Ind)     TO Det-Calls
               MOVE Ct-Promises(Coll-Ind)  TO Det-Promises
               MOVE Ct-Promised(Coll-Ind)  TO Det-Promised
               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
               ADD Ct-Calls(Coll-Ind)    TO Total-Calls
               ADD Ct-Promises(Coll-Ind) TO Total-Promises
               ADD Ct-Promised(Coll-Ind) TO Total-Promised
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "TOTAL"        TO Det-Collector
           MOVE Total-Calls    TO Det-Calls
           MOVE Total-Promises TO Det-Promises
           MOVE Total-Promised TO Det-Promised
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CALLS SUMMARISED: " Total-Calls
                   " PROMISES: " Total-Promises
           CLOSE Report-File
           GOBACK
       .

      *****************************************************************
