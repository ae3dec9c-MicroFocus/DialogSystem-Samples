      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custstrp.

      *---------------------------------------------------------------*
      *    Daily account stop report.  Reads the stop history
      *    custstop.log (see CUSTSTPL.CPY) and lists, to custstrp.prt,
      *    every customer who went on stop on the report date and
      *    every customer who came off it, with the cause of each
      *    stop and the operator and reason of each release, then
      *    the two counts.  The report date is the run date unless
      *    the CUSTSTRP-DATE environment variable gives another
      *    (CCYYMMDD), so a missed day can be reprinted.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stop-Log-File ASSIGN "custstop.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Stop-Log-File-Status.

           SELECT Report-File ASSIGN "custstrp.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stop-Log-File.
           COPY "CUSTSTPL.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Stop-Log-File-Status        PIC X(2).
          88  Stop-Log-File-Eof           VALUE "10".
          88  Stop-Log-File-Not-Found     VALUE "35".

       77  On-Count                    PIC 9(6) VALUE 0.
       77  Off-Count                   PIC 9(6) VALUE 0.
       01  Report-Date                 PIC 9(8).
       01  Report-Date-Env             PIC X(8).
       77  Env-Ind                     PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Date-Build                  PIC 9(8).

       01  Heading-Line.
           03  FILLER                  PIC X(26) VALUE
               "ACCOUNT STOPS FOR         ".
           03  Heading-Date            PIC 9(8).

       01  Column-Line                 PIC X(80) VALUE
           "CODE  EVENT     CAUSE     OPERATOR REASON".

       01  Detail-Line.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Event            PIC X(9).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Cause            PIC X(9).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Operator         PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Reason           PIC X(40).

       01  Total-Line.
           03  FILLER                  PIC X(16) VALUE
               "WENT ON STOP:   ".
           03  Total-On                PIC ZZZZZ9.
           03  FILLER                  PIC X(18) VALUE
               "   CAME OFF STOP: ".
           03  Total-Off               PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Judge-One-Event UNTIL Stop-Log-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Report-Date FROM DATE YYYYMMDD
           ACCEPT Report-Date-Env FROM ENVIRONMENT "CUSTSTRP-DATE"
           PERFORM Convert-Report-Date

           OPEN INPUT Stop-Log-File
           IF Stop-Log-File-Not-Found
               DISPLAY "CUSTSTRP: NO STOP HISTORY ON THIS SYSTEM"
               SET Stop-Log-File-Eof TO TRUE
           END-IF
           OPEN OUTPUT Report-File
           MOVE Report-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line
           IF NOT Stop-Log-File-Eof
               PERFORM Read-Next-Event
           END-IF
       .
      *---------------------------------------------------------------*
       Convert-Report-Date SECTION.
      *    Only a full eight digits replaces the run date.

           MOVE 0 TO Date-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 8
               MOVE Report-Date-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Date-Build = Date-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Date-Build > 19000000
               MOVE Date-Build TO Report-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Event SECTION.

           IF Stl-Date = Report-Date
               MOVE Stl-C-Code      TO Detail-C-Code
               EVALUATE Stl-Cause
                   WHEN "D"
                       MOVE "DUNNING"  TO Detail-Cause
                   WHEN "R"
                       MOVE "RISK"     TO Detail-Cause
                   WHEN OTHER
                       MOVE "MANUAL"   TO Detail-Cause
               END-EVALUATE
               MOVE Stl-Operator-Id TO Detail-Operator
               MOVE Stl-Reason      TO Detail-Reason
               IF Stl-Event-On
                   MOVE "ON STOP"   TO Detail-Event
                   ADD 1 TO On-Count
               ELSE
                   MOVE "RELEASED"  TO Detail-Event
                   ADD 1 TO Off-Count
               END-IF
               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
           END-IF

           PERFORM Read-Next-Event
       .
      *---------------------------------------------------------------*
       Read-Next-Event SECTION.

           READ Stop-Log-File
               AT END
                   SET Stop-Log-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE On-Count  TO Total-On
           MOVE Off-Count TO Total-Off
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Total-Line TO Report-Line
           WRITE Report-Line
           DISPLAY "WENT ON STOP: " On-Count " CAME OFF: " Off-Count
           IF NOT Stop-Log-File-Not-Found
               CLOSE Stop-Log-File
           END-IF
           CLOSE Report-File
           GOBACK
       .

      *****************************************************************
