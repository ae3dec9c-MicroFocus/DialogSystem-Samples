      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custkpis.

      *---------------------------------------------------------------*
      *    Month-end debtor KPI snapshot.  Takes the book's vital
      *    signs for the month, per File-C-Area and for the whole
      *    book, and keeps them on the keyed KPI file custkpi.ism
      *    (see CUSTKPI.CPY) where the Custkpit trend report lines
      *    thirteen months up side by side:
      *      - customers, and the debtors balance - every open
      *        line's Ordl-Ord-Val less Ordl-Pay-Val, credits netted;
      *      - that balance split by days past each customer's own
      *        due date (see TERMLOOK.CBL), the aged debt report's
      *        not due / 1-30 / 31-60 / over 60 columns;
      *      - customers on each Custrisk grade A to E off
      *        custrisk.ism, and those not yet graded;
      *      - order lines open in "D" dispute;
      *      - the month's sales and cash: the order-value and
      *        paid-value movement of every custaudt.log entry dated
      *        in the month, the same movement Custglx journals day
      *        by day.
      *    The month is the run date's, or the CCYYMM given in the
      *    CUSTKPIS-MONTH environment variable when the step runs
      *    after the month has turned.  Running it again for the
      *    same month replaces that month's records.  Days are
      *    true calendar days (see DATECALC.CBL).
      *    The snapshot covers every trading company unless
      *    CUSTKPIS-COMPANY names one (see COMPLOOK.CBL): then only
      *    that company's customers - a blank File-C-Company, or a
      *    code no longer on company.ism, being the site's own
      *    company - and their movement are taken, onto the
      *    company's own KPI file, custkpi.ism's name with its code
      *    set in (custkpi.02.ism), so the consolidated file is
      *    never mixed with one company's figures.  Movement of a
      *    customer deleted since is left out of a one-company
      *    snapshot, there being no company to file it under.
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

           SELECT Risk-File ASSIGN "custrisk.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Risk-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Risk-File-Status.

           SELECT Audit-File ASSIGN "custaudt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Kpi-File ASSIGN DYNAMIC Kpi-File-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Kpi-Key
           ACCESS IS RANDOM
           FILE STATUS IS Kpi-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Risk-File.
           COPY "CUSTRISK.CPY".

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

       FD  Kpi-File.
           COPY "CUSTKPI.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    sized past the twenty-thousand-customer master - a map
      *    that cannot hold everyone misfiles their movement under
      *    the blank area
       78  Max-Map-Customers           VALUE 25000.
       78  Max-Areas                   VALUE 64.
      *    the whole-book row rides after the area rows
       78  Total-Row                   VALUE 65.
       78  Default-Terms-Days          VALUE 30.

      *    payment terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Risk-File-Status            PIC X(2).
          88  Risk-File-Not-Found         VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".
       77  Kpi-File-Status             PIC X(2).
          88  Kpi-File-Not-Found          VALUE "35".

      *    one trading company only, or all of them when blank
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Snap-Company                PIC X(2).
       01  Home-Company                PIC X(2).
       01  Kpi-File-Name               PIC X(64) VALUE "custkpi.ism".
       01  Company-Wanted-Sw           PIC X(01).
          88  Company-Wanted              VALUE "Y".
       01  Customer-Mapped-Sw          PIC X(01).
          88  Customer-Mapped             VALUE "Y".

       01  Month-Env                   PIC X(6).
       01  Snap-Month                  PIC 9(6).
       01  Snap-Month-X REDEFINES Snap-Month PIC X(6).

       77  Array-Ind                   PIC 9(4) COMP.
       77  Map-Ind                     PIC 9(5) COMP.
       77  Map-Count                   PIC 9(5) COMP VALUE 0.
       01  Map-Truncated-Sw            PIC X(01) VALUE "N".
          88  Map-Truncated               VALUE "Y".
       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
       77  Row-Ind                     PIC 9(4) COMP.
       77  Bucket-Ind                  PIC 9(4) COMP.
       77  Grade-Ind                   PIC 9(4) COMP.
       77  Written-Count               PIC 9(4) VALUE 0.

       01  Customer-Map.
           03  Cm-Entry OCCURS Max-Map-Customers.
               05  Cm-C-Code           PIC X(5).
               05  Cm-Area             PIC X.

      *    the month's figures, one row per area plus the total row
       01  Kpi-Rows.
           03  Kr-Entry OCCURS Total-Row.
               05  Kr-Area             PIC X.
               05  Kr-Customers        PIC 9(6) COMP.
               05  Kr-Debtors          PIC S9(11)V99 COMP.
               05  Kr-Sales            PIC S9(11)V99 COMP.
               05  Kr-Cash             PIC S9(11)V99 COMP.
               05  Kr-Aged             PIC S9(11)V99 COMP OCCURS 4.
               05  Kr-Grade-Count      PIC 9(6) COMP OCCURS 5.
               05  Kr-Ungraded         PIC 9(6) COMP.
               05  Kr-Disputes         PIC 9(6) COMP.

      *    one customer's contribution, added to its area and total
       01  Customer-Figures.
           03  Cf-Aged                 PIC S9(11)V99 COMP OCCURS 4.
       77  Cf-Debtors                  PIC S9(11)V99 COMP.
       77  Cf-Disputes                 PIC 9(4) COMP.
       77  Cf-Grade-Ind                PIC 9(4) COMP.

       01  This-Area                   PIC X.
       01  Grade-Letters               PIC X(5) VALUE "ABCDE".
       77  Before-Sum                  PIC S9(11)V99 COMP.
       77  After-Sum                   PIC S9(11)V99 COMP.
       77  Ord-Delta-Wrk               PIC S9(11)V99 COMP.
       77  Pay-Delta-Wrk               PIC S9(11)V99 COMP.
       77  Outstanding-Wrk             PIC S9(9)V99 COMP.

       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Yyyymm              PIC 9(6).
           03  FILLER                  PIC 9(2).
       01  Audit-Date-Wrk              PIC 9(8).
       01  Audit-Date-Split REDEFINES Audit-Date-Wrk.
           03  Audit-Yyyymm            PIC 9(6).
           03  FILLER                  PIC 9(2).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Snapshot-One-Customer UNTIL Customer-File-Eof
           PERFORM Gather-Month-Movement
           PERFORM Write-Kpi-Records
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE Run-Yyyymm TO Snap-Month
           MOVE SPACES TO Month-Env
           ACCEPT Month-Env FROM ENVIRONMENT "CUSTKPIS-MONTH"
           IF Month-Env NUMERIC
               MOVE Month-Env TO Snap-Month-X
           END-IF

           MOVE SPACES TO Snap-Company
           ACCEPT Snap-Company FROM ENVIRONMENT "CUSTKPIS-COMPANY"
           SET Cmk-Action-Find TO TRUE
           MOVE Snap-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company
           IF Snap-Company NOT = SPACES
               IF Cmk-Not-Found
                   DISPLAY "CUSTKPIS: COMPANY " Snap-Company
                           " IS NOT ON COMPANY.ISM"
               END-IF
               SET Cmk-Action-File TO TRUE
               MOVE Snap-Company TO Cmk-Company
               MOVE Kpi-File-Name TO Cmk-File-Name
               CALL Company-Lookup-Service USING Company-Lookup
               MOVE Cmk-File-Name TO Kpi-File-Name
           END-IF

           MOVE "*" TO Kr-Area(Total-Row)
           MOVE Total-Row TO Row-Ind
           PERFORM Clear-Kpi-Row

           OPEN INPUT Risk-File
           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Clear-Kpi-Row SECTION.

           MOVE 0 TO Kr-Customers(Row-Ind)
           MOVE 0 TO Kr-Debtors(Row-Ind)
           MOVE 0 TO Kr-Sales(Row-Ind)
           MOVE 0 TO Kr-Cash(Row-Ind)
           MOVE 0 TO Kr-Ungraded(Row-Ind)
           MOVE 0 TO Kr-Disputes(Row-Ind)
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE 0 TO Kr-Aged(Row-Ind, Bucket-Ind)
           END-PERFORM
           PERFORM VARYING Grade-Ind FROM 1 BY 1 UNTIL Grade-Ind > 5
               MOVE 0 TO Kr-Grade-Count(Row-Ind, Grade-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Snapshot-One-Customer SECTION.

           PERFORM Judge-Customer-Company
           IF Company-Wanted
               PERFORM Snapshot-This-Customer
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Judge-Customer-Company SECTION.
      *    Everyone is wanted for the consolidated snapshot.

           IF Snap-Company = SPACES
               SET Company-Wanted TO TRUE
           ELSE
               MOVE "N" TO Company-Wanted-Sw
               SET Cmk-Action-Find TO TRUE
               MOVE File-C-Company TO Cmk-Company
               CALL Company-Lookup-Service USING Company-Lookup
               IF Cmk-Not-Found
                   MOVE Home-Company TO Cmk-Company
               END-IF
               IF Cmk-Company = Snap-Company
                   SET Company-Wanted TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Snapshot-This-Customer SECTION.

           IF Map-Count < Max-Map-Customers
               ADD 1 TO Map-Count
               MOVE File-C-Code TO Cm-C-Code(Map-Count)
               MOVE File-C-Area TO Cm-Area(Map-Count)
           ELSE
               SET Map-Truncated TO TRUE
           END-IF

           MOVE File-C-Area TO This-Area
           PERFORM Find-Area-Slot
           PERFORM Figure-One-Customer
           IF This-Area-Ind NOT = 0
               MOVE This-Area-Ind TO Row-Ind
               PERFORM Add-Customer-To-Row
           END-IF
           MOVE Total-Row TO Row-Ind
           PERFORM Add-Customer-To-Row
       .
      *---------------------------------------------------------------*
       Figure-One-Customer SECTION.

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

           MOVE 0 TO Cf-Debtors
           MOVE 0 TO Cf-Disputes
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE 0 TO Cf-Aged(Bucket-Ind)
           END-PERFORM

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
                           IF Ordl-Ord-Status = "D"
                               ADD 1 TO Cf-Disputes
                           END-IF
                           IF Ordl-Pay-Val NOT = Ordl-Ord-Val
                               PERFORM Bucket-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *    grade 6 stands for not yet graded
           MOVE 6 TO Cf-Grade-Ind
           IF NOT Risk-File-Not-Found
               MOVE File-C-Code TO Risk-C-Code
               READ Risk-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING Grade-Ind FROM 1 BY 1
                                          UNTIL Grade-Ind > 5
                           IF Risk-Grade = Grade-Letters(Grade-Ind:1)
                               MOVE Grade-Ind TO Cf-Grade-Ind
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Bucket-One-Line SECTION.

           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           ADD Outstanding-Wrk TO Cf-Debtors

           MOVE Ordl-Ord-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Ord-Serial
           COMPUTE Days-Late = Run-Serial - Ord-Serial - Trm-Days

      *    A credit (negative) line has no age to chase - it nets
      *    into the not-due column whatever its date.
           EVALUATE TRUE
               WHEN Outstanding-Wrk < 0
                   ADD Outstanding-Wrk TO Cf-Aged(1)
               WHEN Days-Late NOT > 0
                   ADD Outstanding-Wrk TO Cf-Aged(1)
               WHEN Days-Late NOT > 30
                   ADD Outstanding-Wrk TO Cf-Aged(2)
               WHEN Days-Late NOT > 60
                   ADD Outstanding-Wrk TO Cf-Aged(3)
               WHEN OTHER
                   ADD Outstanding-Wrk TO Cf-Aged(4)
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Add-Customer-To-Row SECTION.

           ADD 1           TO Kr-Customers(Row-Ind)
           ADD Cf-Debtors  TO Kr-Debtors(Row-Ind)
           ADD Cf-Disputes TO Kr-Disputes(Row-Ind)
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               ADD Cf-Aged(Bucket-Ind) TO Kr-Aged(Row-Ind, Bucket-Ind)
           END-PERFORM
           IF Cf-Grade-Ind > 5
               ADD 1 TO Kr-Ungraded(Row-Ind)
           ELSE
               ADD 1 TO Kr-Grade-Count(Row-Ind, Cf-Grade-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Area-Slot SECTION.

           MOVE 0 TO This-Area-Ind
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
                                    OR This-Area-Ind NOT = 0
               IF Kr-Area(Area-Ind) = This-Area
                   MOVE Area-Ind TO This-Area-Ind
               END-IF
           END-PERFORM

           IF This-Area-Ind = 0 AND Area-Count < Max-Areas
               ADD 1 TO Area-Count
               MOVE This-Area TO Kr-Area(Area-Count)
               MOVE Area-Count TO Row-Ind
               PERFORM Clear-Kpi-Row
               MOVE Area-Count TO This-Area-Ind
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Month-Movement SECTION.

           OPEN INPUT Audit-File
           IF Audit-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           MOVE Audit-Date TO Audit-Date-Wrk
                           IF Audit-Yyyymm = Snap-Month
                               PERFORM Accumulate-One-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Audit-File
           END-IF
       .
      *---------------------------------------------------------------*
       Accumulate-One-Entry SECTION.
      *    Each audited save's before/after images chain - the sum
      *    of the deltas over the month is the month's net movement.

           MOVE 0 TO Before-Sum
           MOVE 0 TO After-Sum
           PERFORM VARYING Array-Ind FROM 1 BY 1 UNTIL Array-Ind > 10
               ADD Audit-Ord-Val-Before(Array-Ind) TO Before-Sum
               ADD Audit-Ord-Val-After(Array-Ind) TO After-Sum
           END-PERFORM
           COMPUTE Ord-Delta-Wrk = After-Sum - Before-Sum

           MOVE 0 TO Before-Sum
           MOVE 0 TO After-Sum
           PERFORM VARYING Array-Ind FROM 1 BY 1 UNTIL Array-Ind > 10
               ADD Audit-Pay-Val-Before(Array-Ind) TO Before-Sum
               ADD Audit-Pay-Val-After(Array-Ind) TO After-Sum
           END-PERFORM
           COMPUTE Pay-Delta-Wrk = After-Sum - Before-Sum

           IF Ord-Delta-Wrk NOT = 0 OR Pay-Delta-Wrk NOT = 0
      *        a customer deleted since files under the blank area
      *        - unless the snapshot is one company's, the map then
      *        holding only its customers
               MOVE SPACE TO This-Area
               MOVE "N" TO Customer-Mapped-Sw
               PERFORM VARYING Map-Ind FROM 1 BY 1
                                  UNTIL Map-Ind > Map-Count
                   IF Cm-C-Code(Map-Ind) = Audit-C-Code
                       MOVE Cm-Area(Map-Ind) TO This-Area
                       SET Customer-Mapped TO TRUE
                   END-IF
               END-PERFORM
               IF Customer-Mapped OR Snap-Company = SPACES
                   PERFORM Find-Area-Slot
                   IF This-Area-Ind NOT = 0
                       ADD Ord-Delta-Wrk TO Kr-Sales(This-Area-Ind)
                       ADD Pay-Delta-Wrk TO Kr-Cash(This-Area-Ind)
                   END-IF
                   ADD Ord-Delta-Wrk TO Kr-Sales(Total-Row)
                   ADD Pay-Delta-Wrk TO Kr-Cash(Total-Row)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Kpi-Records SECTION.

           OPEN I-O Kpi-File
           IF Kpi-File-Not-Found
               OPEN OUTPUT Kpi-File
               CLOSE Kpi-File
               OPEN I-O Kpi-File
           END-IF

           PERFORM VARYING Row-Ind FROM 1 BY 1
                              UNTIL Row-Ind > Area-Count
               PERFORM Write-One-Kpi-Record
           END-PERFORM
           MOVE Total-Row TO Row-Ind
           PERFORM Write-One-Kpi-Record

           CLOSE Kpi-File
       .
      *---------------------------------------------------------------*
       Write-One-Kpi-Record SECTION.
      *    A rerun for the month replaces the month.

           MOVE Kr-Area(Row-Ind)      TO Kpi-Area
           MOVE Snap-Month            TO Kpi-Month
           MOVE Run-Date              TO Kpi-Taken-Date
           MOVE Kr-Customers(Row-Ind) TO Kpi-Customers
           MOVE Kr-Debtors(Row-Ind)   TO Kpi-Debtors
           MOVE Kr-Sales(Row-Ind)     TO Kpi-Sales
           MOVE Kr-Cash(Row-Ind)      TO Kpi-Cash
           MOVE Kr-Ungraded(Row-Ind)  TO Kpi-Ungraded
           MOVE Kr-Disputes(Row-Ind)  TO Kpi-Disputes
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE Kr-Aged(Row-Ind, Bucket-Ind) TO
                                         Kpi-Aged(Bucket-Ind)
           END-PERFORM
           PERFORM VARYING Grade-Ind FROM 1 BY 1 UNTIL Grade-Ind > 5
               MOVE Kr-Grade-Count(Row-Ind, Grade-Ind) TO
                                         Kpi-Grade-Count(Grade-Ind)
           END-PERFORM

           WRITE Kpi-Record
               INVALID KEY
                   REWRITE Kpi-Record
           END-WRITE
           ADD 1 TO Written-Count
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "KPI SNAPSHOT FOR " Snap-Month ": "
                   Written-Count " RECORDS ON " Kpi-File-Name
           IF Map-Truncated
               DISPLAY "CUSTKPIS: CUSTOMER MAP FULL - LATER CUSTOMERS' "
                       "MOVEMENT FILED UNDER THE BLANK AREA"
           END-IF
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF NOT Risk-File-Not-Found
               CLOSE Risk-File
           END-IF
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
