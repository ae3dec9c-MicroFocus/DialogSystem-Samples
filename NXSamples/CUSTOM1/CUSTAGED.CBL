       PROGRAM-ID. Custaged.

      *---------------------------------------------------------------*
      *    Aged debt report.  Reads cust.ism and buckets the
      *    outstanding amount of each of the customer's custord.ism
      *    order lines (Ordl-Ord-Val minus Ordl-Pay-Val) by how far
      *    past its due date it stands on the run date -
      *    not yet due / 1-30 / 31-60 / over 60 days late - one
      *    report line per customer with a balance, subtotalled by
      *    File-C-Area, to custaged.prt.  A line falls due the
      *    customer's own terms days after Ordl-Ord-Date (see
      *    TERMLOOK.CBL - 30 days for anyone with no terms on
      *    custterm.ism, which ages exactly as the old 30/60/90
      *    columns did).  Customers with anything over 60 days late
      *    are flagged in the rightmost column.
      *    cust.ism has no area key, so a first pass collects the
      *    distinct File-C-Area values and the file is then swept once
      *    per area - the same simple companion-batch shape as
      *    CUSTEXPT.CBL rather than a SORT step.
      *    Ages are computed in true calendar days (see DATECALC.CBL)
      *    from the full CCYYMMDD Ordl-Ord-Date.
      *    Every line also goes to the burst copy custaged.bst (see
      *    RPTBURST.CPY) tagged with its area, so the distribution
      *    step Custdist can cut the report into each area's or
      *    manager's pages; the grand total and the family roll-up
      *    are whole-company lines and stay with the whole report.
      *    The report is consolidated over every trading company
      *    unless CUSTAGED-COMPANY names one (see COMPLOOK.CBL):
      *    then only that company's customers are aged - a blank
      *    File-C-Company, or a code no longer on company.ism, being
      *    the site's own company - the family roll-up takes only
      *    its members, and the heading names the company.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           SELECT Report-File ASSIGN "custaged.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Burst-File ASSIGN "custaged.bst"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    the national-accounts links, for the optional family
      *    roll-up section (switched on with AGEDFAM=Y)
           SELECT Family-File ASSIGN "custfam.dat"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Extract-File-Status.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(90).

       FD  Burst-File.
           COPY "RPTBURST.CPY".

       FD  Family-File.
           COPY "CUSTFAM.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Ok            VALUE "00".
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
      *    the live order lines, or the night's custxord.ism snapshot
      *    of them when the customers come off the extract
       01  Order-Line-Name             PIC X(40) VALUE "custord.ism".
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Extract-File-Status         PIC X(2).
          88  Extract-File-Eof            VALUE "10".
       01  Extract-Mode-Sw             PIC X(01) VALUE "N".
          88  Extract-Mode                VALUE "Y".

       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
          88  Area-Found                  VALUE "Y".

       01  Run-Date                    PIC 9(8).

      *    what the line being printed belongs to, for the burst
      *    copy - see RPTBURST.CPY
       01  Burst-Tags.
           03  Tag-Kind                PIC X.
           03  Tag-Area                PIC X.
           03  Tag-Manager             PIC X(20).
           03  Tag-Assigned            PIC X(8).

       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.

       77  Outstanding-Wrk             PIC S9(9)V99 COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       01  Customer-Buckets.
           03  Cust-Bucket             PIC S9(9)V99 COMP OCCURS 4.
           03  FILLER                  PIC X(26) VALUE
               "AGED DEBT REPORT - RUN AT ".
           03  Heading-Date            PIC 9(8).
           03  Heading-Company         PIC X(44) VALUE SPACES.

      *    one trading company only, or all of them when blank
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Report-Company              PIC X(2).
       01  Home-Company                PIC X(2).
       01  Company-Wanted-Sw           PIC X(01).
          88  Company-Wanted              VALUE "Y".

       01  Area-Heading-Line.
           03  FILLER                  PIC X(5) VALUE "AREA ".

       01  Column-Line.
           03  FILLER                  PIC X(6) VALUE "CUST  ".
           03  FILLER                  PIC X(12) VALUE "     NOT DUE".
           03  FILLER                  PIC X(13) VALUE "    1-30 LATE".
           03  FILLER                  PIC X(13) VALUE "   31-60 LATE".
           03  FILLER                  PIC X(13) VALUE " OVER 60 LATE".
           03  FILLER                  PIC X(5) VALUE " FLAG".

       01  Detail-Line.
       01  Roll-Up-Heading             PIC X(34) VALUE
           "FAMILY ROLL-UP (HEAD OFFICE LINES)".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.


           PERFORM Open-Customer-Input
           OPEN OUTPUT Report-File
           OPEN OUTPUT Burst-File
           MOVE SPACES TO Burst-Tags
           MOVE "H" TO Tag-Kind
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           ACCEPT Report-Company FROM ENVIRONMENT "CUSTAGED-COMPANY"
           SET Cmk-Action-Find TO TRUE
           MOVE Report-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company
           IF Report-Company NOT = SPACES
               STRING " - COMPANY " Report-Company " " Cmk-Name
                      DELIMITED BY SIZE INTO Heading-Company
               END-STRING
               IF Cmk-Not-Found
                   DISPLAY "CUSTAGED: COMPANY " Report-Company
                           " IS NOT ON COMPANY.ISM"
               END-IF
           END-IF

           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM Write-Report-Line

           INITIALIZE Grand-Buckets
       .
                   DISPLAY "NO CUSTXTRT.DAT - READING THE MASTER"
               ELSE
                   SET Extract-Mode TO TRUE
                   MOVE "custxord.ism" TO Order-Line-Name
               END-IF
           END-IF
           IF NOT Extract-Mode
               OPEN INPUT Customer-File
           END-IF
           OPEN INPUT Order-Line-File
       .
      *---------------------------------------------------------------*
       Read-Next-Customer SECTION.
           PERFORM UNTIL Customer-File-Eof
               PERFORM Read-Next-Customer
               IF NOT Customer-File-Eof
                   PERFORM Judge-Customer-Company
                   IF Company-Wanted
                       PERFORM Note-This-Area
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-Customer-Company SECTION.
      *    Everyone is wanted for the consolidated report.

           IF Report-Company = SPACES
               SET Company-Wanted TO TRUE
           ELSE
               MOVE "N" TO Company-Wanted-Sw
               SET Cmk-Action-Find TO TRUE
               MOVE File-C-Company TO Cmk-Company
               CALL Company-Lookup-Service USING Company-Lookup
               IF Cmk-Not-Found
                   MOVE Home-Company TO Cmk-Company
               END-IF
               IF Cmk-Company = Report-Company
                   SET Company-Wanted TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Note-This-Area SECTION.

      *---------------------------------------------------------------*
       Report-One-Area SECTION.

           MOVE "D" TO Tag-Kind
           MOVE Area-Entry(This-Area-Ind) TO Tag-Area
           MOVE Area-Entry(This-Area-Ind) TO Area-Heading-Code
           MOVE Area-Heading-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE Column-Line TO Report-Line
           PERFORM Write-Report-Line

           INITIALIZE Area-Buckets
           PERFORM Start-At-First-Customer
               PERFORM Read-Next-Customer
               IF NOT Customer-File-Eof
                  AND File-C-Area = Area-Entry(This-Area-Ind)
                   PERFORM Judge-Customer-Company
                   IF Company-Wanted
                       PERFORM Age-One-Customer
                   END-IF
               END-IF
           END-PERFORM

           MOVE Area-Bucket(3) TO Sub-Bucket-3
           MOVE Area-Bucket(4) TO Sub-Bucket-4
           MOVE Subtotal-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM Write-Report-Line
       .
      *---------------------------------------------------------------*
       Age-One-Customer SECTION.

           PERFORM Look-Up-Customer-Terms
           INITIALIZE Customer-Buckets
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
                               PERFORM Bucket-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Cust-Bucket(1) NOT = 0 OR Cust-Bucket(2) NOT = 0
      *---------------------------------------------------------------*
       Bucket-One-Line SECTION.

           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val

           MOVE Ordl-Ord-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Ord-Serial
           COMPUTE Age-Days = Run-Serial - Ord-Serial
           COMPUTE Days-Late = Age-Days - Trm-Days

      *    A credit (negative) line has no age to chase - it nets
      *    into the not-due column whatever its date.
           EVALUATE TRUE
               WHEN Outstanding-Wrk < 0
                   ADD Outstanding-Wrk TO Cust-Bucket(1)
               WHEN Days-Late NOT > 0
                   ADD Outstanding-Wrk TO Cust-Bucket(1)
               WHEN Days-Late NOT > 30
                   ADD Outstanding-Wrk TO Cust-Bucket(2)
               WHEN Days-Late NOT > 60
                   ADD Outstanding-Wrk TO Cust-Bucket(3)
               WHEN OTHER
                   ADD Outstanding-Wrk TO Cust-Bucket(4)
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Look-Up-Customer-Terms SECTION.
      *    Once per customer, before their lines are bucketed - the
      *    family roll-up does the same for every member it reads.

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check
       .
      *---------------------------------------------------------------*
       Write-Customer-Line SECTION.

               MOVE SPACES TO Detail-Flag
           END-IF
           MOVE Detail-Line TO Report-Line
           PERFORM Write-Report-Line
       .
      *---------------------------------------------------------------*
       Start-At-First-Customer SECTION.
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE "T" TO Tag-Kind
           MOVE SPACE TO Tag-Area
           MOVE Grand-Bucket(1) TO Grand-Col-1
           MOVE Grand-Bucket(2) TO Grand-Col-2
           MOVE Grand-Bucket(3) TO Grand-Col-3
           MOVE Grand-Bucket(4) TO Grand-Col-4
           MOVE Grand-Line TO Report-Line
           PERFORM Write-Report-Line

           ACCEPT Family-Wanted-Env FROM ENVIRONMENT "AGEDFAM"
           IF Family-Wanted-Env = "Y" OR Family-Wanted-Env = "y"
           ELSE
               CLOSE Customer-File
           END-IF
           CLOSE Order-Line-File
           CLOSE Report-File
           CLOSE Burst-File
           GOBACK
       .
      *---------------------------------------------------------------*
                   OPEN INPUT Customer-File
               END-IF
               MOVE SPACES TO Report-Line
               PERFORM Write-Report-Line
               MOVE Roll-Up-Heading TO Report-Line
               PERFORM Write-Report-Line
               MOVE Column-Line TO Report-Line
               PERFORM Write-Report-Line

               PERFORM VARYING Fam-Ind FROM 1 BY 1
                                  UNTIL Fam-Ind > Fam-Count
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Judge-Customer-Company
                   IF Company-Wanted
                       PERFORM Bucket-Into-Family
                   END-IF
           END-READ

           PERFORM VARYING Member-Ind FROM 1 BY 1
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Judge-Customer-Company
                           IF Company-Wanted
                               PERFORM Bucket-Into-Family
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
               MOVE SPACES TO Detail-Flag
           END-IF
           MOVE Detail-Line TO Report-Line
           PERFORM Write-Report-Line
       .
      *---------------------------------------------------------------*
       Bucket-Into-Family SECTION.
      *    The member's lines through the same bucketing as the main
      *    report, landing in the family accumulators.

           PERFORM Look-Up-Customer-Terms
           INITIALIZE Customer-Buckets
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
                               PERFORM Bucket-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING Bucket-Ind FROM 1 BY 1
                              UNTIL Bucket-Ind > 4
               ADD Cust-Bucket(Bucket-Ind) TO Fam-Bucket(Bucket-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Write-Report-Line SECTION.
      *    Each printed line, and its copy tagged for bursting.

           WRITE Report-Line
           MOVE Tag-Kind     TO Bst-Kind
           MOVE Tag-Area     TO Bst-Area
           MOVE Tag-Manager  TO Bst-Manager
           MOVE Tag-Assigned TO Bst-Assigned
           MOVE Report-Line  TO Bst-Text
           WRITE Burst-Record
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
