      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custadrx.

      *---------------------------------------------------------------*
      *    Nightly change-then-big-order exception report.  The
      *    pattern it hunts is the one behind the attempted fraud:
      *    the name or delivery address changed, then a large order
      *    keyed straight after.  Sweeps the address history
      *    custadrh.ism (see CUSTADRH.CPY) for every customer whose
      *    name or address changed in the last Window-Days days and
      *    lists, to custadrx.prt, each ordinary order line of theirs
      *    on custord.ism dated on or after that change and worth
      *    more than Alert-Value - with the change date and who made
      *    it, so the call to the customer can be made at once.
      *    Both figures default (14 days, 5000.00) and can be set
      *    for a run through the CUSTADRX-DAYS and CUSTADRX-VALUE
      *    environment variables (whole days, whole pounds).  Days
      *    are true calendar days (see DATECALC.CBL).
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Address-History-File ASSIGN "custadrh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Adrh-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Address-History-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Report-File ASSIGN "custadrx.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Address-History-File.
           COPY "CUSTADRH.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Default-Window-Days         VALUE 14.
       78  Default-Alert-Value         VALUE 5000.

       77  Address-History-File-Status PIC X(2).
          88  Address-History-File-Eof    VALUE "10".
          88  Address-History-File-Not-Found VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Window-Days                 PIC 9(4) VALUE 0.
       77  Alert-Value                 PIC 9(7)V99 VALUE 0.
       01  Days-Env                    PIC X(4).
       01  Value-Env                   PIC X(7).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Env-Build                   PIC 9(7).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Flagged-Count               PIC 9(6) VALUE 0.
       77  Changed-Count               PIC 9(6) VALUE 0.

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Chg-Serial                  PIC S9(8) COMP.

      *    The customer being gathered and their earliest change
      *    inside the window - the history is in code then time
      *    order, so the first one met is the earliest.
       01  Cur-C-Code                  PIC X(5) VALUE SPACES.
       01  Cur-Change-Date             PIC 9(8) VALUE 0.
       01  Cur-Change-By               PIC X(8).

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "ADDRESS CHANGED, THEN LARGE ORDER - ".
           03  Heading-Date            PIC 9(8).

       01  Heading-Line-2.
           03  FILLER                  PIC X(10) VALUE "WINDOW   ".
           03  Heading-Days            PIC ZZZ9.
           03  FILLER                  PIC X(20) VALUE
               " DAYS, ORDERS OVER  ".
           03  Heading-Value           PIC Z(6)9.99.

       01  Column-Line                 PIC X(80) VALUE
           "CODE  NAME            CHANGED  BY       ORDER  DATED    ".

       01  Detail-Line.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Name             PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Change-Date      PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Change-By        PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Ord-No           PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Ord-Date         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Ord-Val          PIC -(7)9.99.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Judge-One-Change UNTIL Address-History-File-Eof
           PERFORM Judge-Changed-Customer
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTADRX-DAYS"
           PERFORM Convert-Window-Days
           MOVE SPACES TO Value-Env
           ACCEPT Value-Env FROM ENVIRONMENT "CUSTADRX-VALUE"
           PERFORM Convert-Alert-Value

           OPEN INPUT Address-History-File
           IF Address-History-File-Not-Found
               DISPLAY "CUSTADRX: NO ADDRESS HISTORY ON THIS SYSTEM"
               SET Address-History-File-Eof TO TRUE
           END-IF
           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           IF Customer-File-Not-Found
               DISPLAY "CUSTADRX: NO CUSTOMER FILE ON THIS SYSTEM"
               SET Address-History-File-Eof TO TRUE
           END-IF

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE Window-Days TO Heading-Days
           MOVE Alert-Value TO Heading-Value
           MOVE Heading-Line-2 TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           IF NOT Address-History-File-Eof
               PERFORM Read-Next-Change
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
       Convert-Alert-Value SECTION.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 7
               MOVE Value-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Env-Build = 0
               MOVE Default-Alert-Value TO Alert-Value
           ELSE
               MOVE Env-Build TO Alert-Value
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Change SECTION.
      *    A new customer code closes off the one before; the first
      *    change inside the window starts the watch on this one.

           IF Adrh-C-Code NOT = Cur-C-Code
               PERFORM Judge-Changed-Customer
               MOVE Adrh-C-Code TO Cur-C-Code
               MOVE 0 TO Cur-Change-Date
           END-IF

           MOVE Adrh-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Chg-Serial
           IF Run-Serial - Chg-Serial NOT > Window-Days
              AND Cur-Change-Date = 0
               MOVE Adrh-Date        TO Cur-Change-Date
               MOVE Adrh-Operator-Id TO Cur-Change-By
           END-IF

           PERFORM Read-Next-Change
       .
      *---------------------------------------------------------------*
       Judge-Changed-Customer SECTION.
      *    Ordinary orders only ("O" or space) - a credit note or an
      *    interest line after an address change is no alarm.

           IF Cur-C-Code NOT = SPACES AND Cur-Change-Date NOT = 0
               ADD 1 TO Changed-Count
               MOVE Cur-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Check-Changed-Lines
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Changed-Lines SECTION.

           MOVE File-C-Code TO Ordl-C-Code
           MOVE 0 TO Ordl-Ord-No
           MOVE "N" TO Line-Range-Sw
           START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
               INVALID KEY
                   SET Line-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Line-Range-Done
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Line-Range-Done TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = File-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           IF (Ordl-Ord-Type = SPACE
                               OR Ordl-Ord-Type = "O")
                              AND Ordl-Ord-Date NOT < Cur-Change-Date
                              AND Ordl-Ord-Val > Alert-Value
                               PERFORM Write-Flagged-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Write-Flagged-Line SECTION.

           ADD 1 TO Flagged-Count
           MOVE File-C-Code              TO Detail-C-Code
           MOVE File-C-Name              TO Detail-Name
           MOVE Cur-Change-Date          TO Detail-Change-Date
           MOVE Cur-Change-By            TO Detail-Change-By
           MOVE Ordl-Ord-No              TO Detail-Ord-No
           MOVE Ordl-Ord-Date            TO Detail-Ord-Date
           MOVE Ordl-Ord-Val             TO Detail-Ord-Val
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Read-Next-Change SECTION.

           READ Address-History-File NEXT RECORD
               AT END
                   SET Address-History-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CUSTOMERS WITH RECENT ADDRESS CHANGES: "
                   Changed-Count
           DISPLAY "LARGE ORDERS FLAGGED:                  "
                   Flagged-Count
           IF NOT Address-History-File-Not-Found
               CLOSE Address-History-File
           END-IF
           IF NOT Customer-File-Not-Found
               CLOSE Customer-File
               CLOSE Order-Line-File
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
