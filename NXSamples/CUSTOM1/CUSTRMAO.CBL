      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrmao.

      *---------------------------------------------------------------*
      *    Outstanding returns report.  Lists, to custrmao.prt, every
      *    returns authorisation line on custrma.ism (see
      *    CUSTRMA.CPY) still awaiting goods - status "I" - that was
      *    issued more than Window-Days days ago, in RMA order, with
      *    the customer's name so the chasing call can be made.  The
      *    window defaults to 14 days and can be set for a run
      *    through the CUSTRMAO-DAYS environment variable (whole
      *    days).  Days are true calendar days (see DATECALC.CBL).
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rma-File ASSIGN "custrma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Rma-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Rma-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Report-File ASSIGN "custrmao.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Rma-File.
           COPY "CUSTRMA.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Default-Window-Days         VALUE 14.

       77  Rma-File-Status             PIC X(2).
          88  Rma-File-Eof                VALUE "10".
          88  Rma-File-Not-Found          VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       77  Window-Days                 PIC 9(4) VALUE 0.
       01  Days-Env                    PIC X(4).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Env-Build                   PIC 9(7).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Outstanding-Count           PIC 9(6) VALUE 0.
       77  Age-Days                    PIC S9(8) COMP.

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Iss-Serial                  PIC S9(8) COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "RETURNS AWAITED FROM CUSTOMERS - ".
           03  Heading-Date            PIC 9(8).

       01  Heading-Line-2.
           03  FILLER                  PIC X(20) VALUE
               "ISSUED MORE THAN   ".
           03  Heading-Days            PIC ZZZ9.
           03  FILLER                  PIC X(9) VALUE " DAYS AGO".

       01  Column-Line                 PIC X(100) VALUE
           "RMA    LN CODE  NAME            ORDER  PRODUCT  QTY   ISSUED
      -    "   DAYS REASON".

       01  Detail-Line.
           03  Detail-Rma-No           PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Line-No          PIC 9(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Name             PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Orig-Ord-No      PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Product          PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Qty              PIC ZZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Issued-Date      PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Age              PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Reason           PIC X(20).

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Judge-One-Rma-Line UNTIL Rma-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTRMAO-DAYS"
           PERFORM Convert-Window-Days

           OPEN INPUT Rma-File
           IF Rma-File-Not-Found
               DISPLAY "CUSTRMAO: NO RETURNS AUTHORISED ON THIS SYSTEM"
               SET Rma-File-Eof TO TRUE
           END-IF
           OPEN INPUT Customer-File

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE Window-Days TO Heading-Days
           MOVE Heading-Line-2 TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           IF NOT Rma-File-Eof
               PERFORM Read-Next-Rma-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Convert-Window-Days SECTION.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 4
               MOVE Days-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Env-Build = 0
               MOVE Default-Window-Days TO Window-Days
           ELSE
               MOVE Env-Build TO Window-Days
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Rma-Line SECTION.

           IF Rma-Issued
               MOVE Rma-Issued-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Iss-Serial
               COMPUTE Age-Days = Run-Serial - Iss-Serial
               IF Age-Days > Window-Days
                   PERFORM Write-Outstanding-Line
               END-IF
           END-IF

           PERFORM Read-Next-Rma-Line
       .
      *---------------------------------------------------------------*
       Write-Outstanding-Line SECTION.

           ADD 1 TO Outstanding-Count
           MOVE SPACES TO Detail-Name
           IF NOT Customer-File-Not-Found
               MOVE Rma-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name TO Detail-Name
               END-READ
           END-IF
           MOVE Rma-No             TO Detail-Rma-No
           MOVE Rma-Line-No        TO Detail-Line-No
           MOVE Rma-C-Code         TO Detail-C-Code
           MOVE Rma-Orig-Ord-No    TO Detail-Orig-Ord-No
           MOVE Rma-Product-Code   TO Detail-Product
           MOVE Rma-Qty-Authorised TO Detail-Qty
           MOVE Rma-Issued-Date    TO Detail-Issued-Date
           MOVE Age-Days           TO Detail-Age
           MOVE Rma-Reason         TO Detail-Reason
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Read-Next-Rma-Line SECTION.

           READ Rma-File NEXT RECORD
               AT END
                   SET Rma-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "RETURN LINES OVERDUE: " Outstanding-Count
           IF NOT Rma-File-Not-Found
               CLOSE Rma-File
           END-IF
           IF NOT Customer-File-Not-Found
               CLOSE Customer-File
           END-IF
           CLOSE Report-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
