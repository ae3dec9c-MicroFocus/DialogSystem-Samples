      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custagcm.

      *---------------------------------------------------------------*
      *    Aged debt bucket comparison - run once, when the suite
      *    moves from the old 365/30 day-serial to true calendar
      *    days (see DATECALC.CBL), so nobody is surprised by a
      *    customer who changes column overnight.  Every customer's
      *    open custord.ism lines are bucketed the way Custaged
      *    does it - due the customer's own terms days after
      *    Ordl-Ord-Date (see TERMLOOK.CBL), then not due / 1-30 /
      *    31-60 / over 60 days late, a credit line always not due
      *    - twice: once by the old serial (CCYY * 365 + MM * 30 +
      *    DD, kept here and nowhere else for this one purpose) and
      *    once by the shared date service.  A customer any of whose
      *    lines lands in a different column is listed to
      *    custagcm.prt with the buckets as they were and as they
      *    now are, and how many lines moved.  Run it on the same
      *    day as the aged debt report it is to be read beside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Report-File ASSIGN "custagcm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(90).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Yyyy                PIC 9(4).
           03  Run-Mm                  PIC 9(2).
           03  Run-Dd                  PIC 9(2).
       01  Ord-Date-Wrk                PIC 9(8).
       01  Ord-Date-Split REDEFINES Ord-Date-Wrk.
           03  Ord-Yyyy                PIC 9(4).
           03  Ord-Mm                  PIC 9(2).
           03  Ord-Dd                  PIC 9(2).
       77  Old-Run-Serial              PIC S9(8) COMP.
       77  New-Run-Serial              PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.
       77  Outstanding-Wrk             PIC S9(9)V99 COMP.
       77  Old-Bucket-Ind              PIC 9(4) COMP.
       77  New-Bucket-Ind              PIC 9(4) COMP.
       77  Bucket-Ind                  PIC 9(4) COMP.

       01  Old-Buckets.
           03  Old-Bucket              PIC S9(9)V99 COMP OCCURS 4.
       01  New-Buckets.
           03  New-Bucket              PIC S9(9)V99 COMP OCCURS 4.
       77  Lines-Moved                 PIC 9(6).

       77  Customers-Compared          PIC 9(6) VALUE 0.
       77  Customers-Changed           PIC 9(6) VALUE 0.
       77  Total-Lines-Moved           PIC 9(6) VALUE 0.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(46) VALUE
               "AGED DEBT BUCKETS - 365/30 SERIAL AGAINST TRUE".
           03  FILLER                  PIC X(21) VALUE
               " CALENDAR DAYS - RUN ".
           03  Heading-Date            PIC 9(8).

       01  Column-Line.
           03  FILLER                  PIC X(10) VALUE "CUST  WAS ".
           03  FILLER                  PIC X(12) VALUE "     NOT DUE".
           03  FILLER                  PIC X(13) VALUE "    1-30 LATE".
           03  FILLER                  PIC X(13) VALUE "   31-60 LATE".
           03  FILLER                  PIC X(13) VALUE " OVER 60 LATE".
           03  FILLER                  PIC X(8) VALUE "   MOVED".

       01  Detail-Line.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Basis            PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Bucket-1         PIC Z(7)9.99-.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Bucket-2         PIC Z(7)9.99-.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Bucket-3         PIC Z(7)9.99-.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Bucket-4         PIC Z(7)9.99-.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Detail-Moved            PIC ZZZZZZ.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Detail-C-Name           PIC X(15).

       01  Total-Line.
           03  FILLER                  PIC X(20) VALUE
               "CUSTOMERS COMPARED ".
           03  Total-Compared          PIC ZZZZZ9.
           03  FILLER                  PIC X(11) VALUE "  CHANGED ".
           03  Total-Changed           PIC ZZZZZ9.
           03  FILLER                  PIC X(15) VALUE
               "  LINES MOVED ".
           03  Total-Moved             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
                   AT END
                       SET Customer-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Compare-One-Customer
               END-READ
           END-PERFORM
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           COMPUTE Old-Run-Serial = Run-Yyyy * 365 + Run-Mm * 30
                                  + Run-Dd
           MOVE Run-Date TO Dtc-Date-1
           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
           MOVE Dtc-Days TO New-Run-Serial

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Compare-One-Customer SECTION.

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

           INITIALIZE Old-Buckets
           INITIALIZE New-Buckets
           MOVE 0 TO Lines-Moved
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
                           IF Ordl-Pay-Val NOT = Ordl-Ord-Val
                               PERFORM Compare-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO Customers-Compared
           IF Lines-Moved > 0
               ADD 1 TO Customers-Changed
               ADD Lines-Moved TO Total-Lines-Moved
               PERFORM Write-Customer-Lines
           END-IF
       .
      *---------------------------------------------------------------*
       Compare-One-Line SECTION.

           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val

           MOVE Ordl-Ord-Date TO Ord-Date-Wrk
           COMPUTE Days-Late = Old-Run-Serial
                             - (Ord-Yyyy * 365 + Ord-Mm * 30 + Ord-Dd)
                             - Trm-Days
           PERFORM Choose-Bucket
           MOVE Bucket-Ind TO Old-Bucket-Ind
           ADD Outstanding-Wrk TO Old-Bucket(Old-Bucket-Ind)

           MOVE Ordl-Ord-Date TO Dtc-Date-1
           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
           COMPUTE Days-Late = New-Run-Serial - Dtc-Days - Trm-Days
           PERFORM Choose-Bucket
           MOVE Bucket-Ind TO New-Bucket-Ind
           ADD Outstanding-Wrk TO New-Bucket(New-Bucket-Ind)

           IF Old-Bucket-Ind NOT = New-Bucket-Ind
               ADD 1 TO Lines-Moved
           END-IF
       .
      *---------------------------------------------------------------*
       Choose-Bucket SECTION.
      *    Custaged's columns exactly.

           EVALUATE TRUE
               WHEN Outstanding-Wrk < 0
                   MOVE 1 TO Bucket-Ind
               WHEN Days-Late NOT > 0
                   MOVE 1 TO Bucket-Ind
               WHEN Days-Late NOT > 30
                   MOVE 2 TO Bucket-Ind
               WHEN Days-Late NOT > 60
                   MOVE 3 TO Bucket-Ind
               WHEN OTHER
                   MOVE 4 TO Bucket-Ind
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Write-Customer-Lines SECTION.

           MOVE File-C-Code   TO Detail-C-Code
           MOVE "WAS"         TO Detail-Basis
           MOVE Old-Bucket(1) TO Detail-Bucket-1
           MOVE Old-Bucket(2) TO Detail-Bucket-2
           MOVE Old-Bucket(3) TO Detail-Bucket-3
           MOVE Old-Bucket(4) TO Detail-Bucket-4
           MOVE Lines-Moved   TO Detail-Moved
           MOVE File-C-Name   TO Detail-C-Name
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line

           MOVE SPACES        TO Detail-C-Code
           MOVE "NOW"         TO Detail-Basis
           MOVE New-Bucket(1) TO Detail-Bucket-1
           MOVE New-Bucket(2) TO Detail-Bucket-2
           MOVE New-Bucket(3) TO Detail-Bucket-3
           MOVE New-Bucket(4) TO Detail-Bucket-4
           MOVE 0             TO Detail-Moved
           MOVE SPACES        TO Detail-C-Name
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Customers-Compared TO Total-Compared
           MOVE Customers-Changed  TO Total-Changed
           MOVE Total-Lines-Moved  TO Total-Moved
           MOVE Total-Line TO Report-Line
           WRITE Report-Line

           DISPLAY "CUSTOMERS COMPARED: " Customers-Compared
                   " CHANGED: " Customers-Changed
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Report-File
           GOBACK
       .

      *****************************************************************
