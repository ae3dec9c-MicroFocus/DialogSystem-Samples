      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custkpit.

      *---------------------------------------------------------------*
      *    Debtor KPI trend report for the monthly credit meeting.
      *    Lays the last thirteen months of the Custkpis snapshots on
      *    custkpi.ism (see CUSTKPI.CPY) side by side, one block for
      *    the whole book and one per File-C-Area, to custkpit.prt:
      *    customers, debtors, the month's sales and cash, debtor
      *    days, the aged split, the Custrisk grade counts and the
      *    open disputes.  The thirteen months end with the run
      *    date's month, or the CCYYMM given in the CUSTKPIT-MONTH
      *    environment variable; a month with no snapshot prints
      *    blank rather than as nought.
      *    Debtor days (DSO) are worked by the average-sales method
      *    over a rolling quarter: the month-end debtors balance
      *    divided by the sales of that month and the two before it,
      *    times the days in those months at thirty a month - fewer
      *    months where the file does not go back that far, and
      *    blank where there were no sales to divide by.
      *    The consolidated snapshots are reported unless
      *    CUSTKPIT-COMPANY names a trading company (see
      *    COMPLOOK.CBL), when that company's own KPI file - the one
      *    Custkpis keeps when CUSTKPIS-COMPANY names it - is read
      *    instead and the heading names the company.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Kpi-File ASSIGN DYNAMIC Kpi-File-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Kpi-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Kpi-File-Status.

           SELECT Report-File ASSIGN "custkpit.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Kpi-File.
           COPY "CUSTKPI.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(150).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    thirteen months shown, with two lead months held behind
      *    them so the first shown month's debtor days have a full
      *    quarter of sales
       78  Shown-Months                VALUE 13.
       78  Lead-Months                 VALUE 2.
       78  Held-Months                 VALUE 15.
       78  Trend-Rows                  VALUE 16.
       78  Dso-Row                     VALUE 5.

       77  Kpi-File-Status             PIC X(2).
          88  Kpi-File-Eof                VALUE "10".
          88  Kpi-File-Not-Found          VALUE "35".

       01  Month-Env                   PIC X(6).
       01  End-Month                   PIC 9(6).
       01  End-Month-X REDEFINES End-Month PIC X(6).
       01  Month-Wrk                   PIC 9(6).
       01  Month-Wrk-Split REDEFINES Month-Wrk.
           03  Mw-Yyyy                 PIC 9(4).
           03  Mw-Mm                   PIC 9(2).

       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Yyyymm              PIC 9(6).
           03  FILLER                  PIC 9(2).

       77  Slot-Ind                    PIC 9(4) COMP.
       77  This-Slot                   PIC 9(4) COMP.
       77  Col-Ind                     PIC 9(4) COMP.
       77  Row-Code                    PIC 9(4) COMP.
       77  Back-Ind                    PIC 9(4) COMP.
       77  Grade-Ind                   PIC 9(4) COMP.
       77  Bucket-Ind                  PIC 9(4) COMP.
       77  Block-Count                 PIC 9(4) VALUE 0.
       77  Quarter-Months              PIC 9(4) COMP.
       77  Quarter-Sales               PIC S9(13)V99 COMP.
       77  Row-Value                   PIC S9(13)V99 COMP.
       01  Row-Blank-Sw                PIC X(01).
          88  Row-Blank                   VALUE "Y".

       01  Block-Area                  PIC X.
       01  Block-Open-Sw               PIC X(01) VALUE "N".
          88  Block-Open                  VALUE "Y".

       01  Month-Slots.
           03  Slot OCCURS Held-Months.
               05  Sl-Month            PIC 9(6).
               05  Sl-Present          PIC X.
               05  Sl-Customers        PIC 9(6) COMP.
               05  Sl-Debtors          PIC S9(11)V99 COMP.
               05  Sl-Sales            PIC S9(11)V99 COMP.
               05  Sl-Cash             PIC S9(11)V99 COMP.
               05  Sl-Aged             PIC S9(11)V99 COMP OCCURS 4.
               05  Sl-Grade-Count      PIC 9(6) COMP OCCURS 5.
               05  Sl-Ungraded         PIC 9(6) COMP.
               05  Sl-Disputes         PIC 9(6) COMP.

       01  Row-Captions.
           03  FILLER  PIC X(20) VALUE "CUSTOMERS".
           03  FILLER  PIC X(20) VALUE "DEBTORS".
           03  FILLER  PIC X(20) VALUE "SALES IN MONTH".
           03  FILLER  PIC X(20) VALUE "CASH IN MONTH".
           03  FILLER  PIC X(20) VALUE "DEBTOR DAYS (DSO)".
           03  FILLER  PIC X(20) VALUE "NOT DUE".
           03  FILLER  PIC X(20) VALUE "1-30 DAYS LATE".
           03  FILLER  PIC X(20) VALUE "31-60 DAYS LATE".
           03  FILLER  PIC X(20) VALUE "OVER 60 DAYS LATE".
           03  FILLER  PIC X(20) VALUE "RISK GRADE A".
           03  FILLER  PIC X(20) VALUE "RISK GRADE B".
           03  FILLER  PIC X(20) VALUE "RISK GRADE C".
           03  FILLER  PIC X(20) VALUE "RISK GRADE D".
           03  FILLER  PIC X(20) VALUE "RISK GRADE E".
           03  FILLER  PIC X(20) VALUE "NOT YET GRADED".
           03  FILLER  PIC X(20) VALUE "OPEN DISPUTES".
       01  Row-Caption-Table REDEFINES Row-Captions.
           03  Row-Caption OCCURS Trend-Rows PIC X(20).

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "DEBTOR KPI TREND - 13 MONTHS TO ".
           03  Heading-Month           PIC 9(6).
           03  Heading-Company         PIC X(44) VALUE SPACES.

      *    one trading company's snapshots, or the consolidated ones
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Trend-Company               PIC X(2).
       01  Kpi-File-Name               PIC X(64) VALUE "custkpi.ism".

       01  Block-Heading.
           03  FILLER                  PIC X(5) VALUE "AREA ".
           03  Block-Heading-Area      PIC X(9).

       01  Month-Line.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  Ml-Col OCCURS Shown-Months.
               05  FILLER              PIC X(4).
               05  Ml-Month            PIC 9(6).

       01  Trend-Line.
           03  Tl-Caption              PIC X(20).
           03  Tl-Col OCCURS Shown-Months.
               05  FILLER              PIC X(1).
               05  Tl-Value            PIC -(8)9.
               05  Tl-Blank REDEFINES Tl-Value PIC X(9).

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT Kpi-File-Not-Found
               PERFORM Take-One-Kpi-Record UNTIL Kpi-File-Eof
               IF Block-Open
                   PERFORM Print-Area-Block
               END-IF
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Yyyymm TO End-Month
           MOVE SPACES TO Month-Env
           ACCEPT Month-Env FROM ENVIRONMENT "CUSTKPIT-MONTH"
           IF Month-Env NUMERIC
               MOVE Month-Env TO End-Month-X
           END-IF

      *    slot 15 is the end month, each slot before it the month
      *    before
           MOVE End-Month TO Month-Wrk
           PERFORM VARYING Slot-Ind FROM Held-Months BY -1
                              UNTIL Slot-Ind < 1
               MOVE Month-Wrk TO Sl-Month(Slot-Ind)
               IF Mw-Mm = 1
                   SUBTRACT 1 FROM Mw-Yyyy
                   MOVE 12 TO Mw-Mm
               ELSE
                   SUBTRACT 1 FROM Mw-Mm
               END-IF
           END-PERFORM
           PERFORM Clear-Month-Slots

           MOVE SPACES TO Trend-Company
           ACCEPT Trend-Company FROM ENVIRONMENT "CUSTKPIT-COMPANY"
           IF Trend-Company NOT = SPACES
               SET Cmk-Action-Find TO TRUE
               MOVE Trend-Company TO Cmk-Company
               CALL Company-Lookup-Service USING Company-Lookup
               STRING " - COMPANY " Trend-Company " " Cmk-Name
                      DELIMITED BY SIZE INTO Heading-Company
               END-STRING
               SET Cmk-Action-File TO TRUE
               MOVE Trend-Company TO Cmk-Company
               MOVE Kpi-File-Name TO Cmk-File-Name
               CALL Company-Lookup-Service USING Company-Lookup
               MOVE Cmk-File-Name TO Kpi-File-Name
           END-IF

           OPEN OUTPUT Report-File
           MOVE End-Month TO Heading-Month
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line

           OPEN INPUT Kpi-File
           IF Kpi-File-Not-Found
               DISPLAY "CUSTKPIT: NO " Kpi-File-Name
               DISPLAY "CUSTKPIT: RUN CUSTKPIS FIRST"
           ELSE
               PERFORM Read-Next-Kpi-Record
           END-IF
       .
      *---------------------------------------------------------------*
       Clear-Month-Slots SECTION.

           PERFORM VARYING Slot-Ind FROM 1 BY 1
                              UNTIL Slot-Ind > Held-Months
               MOVE "N" TO Sl-Present(Slot-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Take-One-Kpi-Record SECTION.
      *    The file is in area then month order - a change of area
      *    closes the block being gathered.

           IF Block-Open AND Kpi-Area NOT = Block-Area
               PERFORM Print-Area-Block
           END-IF
           IF NOT Block-Open
               MOVE Kpi-Area TO Block-Area
               SET Block-Open TO TRUE
               PERFORM Clear-Month-Slots
           END-IF

           MOVE 0 TO This-Slot
           PERFORM VARYING Slot-Ind FROM 1 BY 1
                              UNTIL Slot-Ind > Held-Months
               IF Sl-Month(Slot-Ind) = Kpi-Month
                   MOVE Slot-Ind TO This-Slot
               END-IF
           END-PERFORM
           IF This-Slot NOT = 0
               PERFORM Hold-Kpi-Record
           END-IF

           PERFORM Read-Next-Kpi-Record
       .
      *---------------------------------------------------------------*
       Hold-Kpi-Record SECTION.

           MOVE "Y"           TO Sl-Present(This-Slot)
           MOVE Kpi-Customers TO Sl-Customers(This-Slot)
           MOVE Kpi-Debtors   TO Sl-Debtors(This-Slot)
           MOVE Kpi-Sales     TO Sl-Sales(This-Slot)
           MOVE Kpi-Cash      TO Sl-Cash(This-Slot)
           MOVE Kpi-Ungraded  TO Sl-Ungraded(This-Slot)
           MOVE Kpi-Disputes  TO Sl-Disputes(This-Slot)
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE Kpi-Aged(Bucket-Ind) TO
                                   Sl-Aged(This-Slot, Bucket-Ind)
           END-PERFORM
           PERFORM VARYING Grade-Ind FROM 1 BY 1 UNTIL Grade-Ind > 5
               MOVE Kpi-Grade-Count(Grade-Ind) TO
                                   Sl-Grade-Count(This-Slot, Grade-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Area-Block SECTION.

           MOVE "N" TO Block-Open-Sw
           ADD 1 TO Block-Count

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           IF Block-Area = "*"
               MOVE "ALL AREAS" TO Block-Heading-Area
           ELSE
               MOVE Block-Area TO Block-Heading-Area
           END-IF
           MOVE Block-Heading TO Report-Line
           WRITE Report-Line

           MOVE SPACES TO Month-Line
           PERFORM VARYING Col-Ind FROM 1 BY 1
                              UNTIL Col-Ind > Shown-Months
               COMPUTE Slot-Ind = Col-Ind + Lead-Months
               MOVE Sl-Month(Slot-Ind) TO Ml-Month(Col-Ind)
           END-PERFORM
           MOVE Month-Line TO Report-Line
           WRITE Report-Line

           PERFORM VARYING Row-Code FROM 1 BY 1
                              UNTIL Row-Code > Trend-Rows
               PERFORM Print-Trend-Row
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Trend-Row SECTION.

           MOVE SPACES TO Trend-Line
           MOVE Row-Caption(Row-Code) TO Tl-Caption
           PERFORM VARYING Col-Ind FROM 1 BY 1
                              UNTIL Col-Ind > Shown-Months
               COMPUTE Slot-Ind = Col-Ind + Lead-Months
               PERFORM Pick-Row-Value
               IF Row-Blank
                   MOVE SPACES TO Tl-Blank(Col-Ind)
               ELSE
                   MOVE Row-Value TO Tl-Value(Col-Ind)
               END-IF
           END-PERFORM
           MOVE Trend-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Pick-Row-Value SECTION.
      *    Money prints in whole units - the meeting wants the
      *    shape, not the pence.

           MOVE "N" TO Row-Blank-Sw
           MOVE 0 TO Row-Value
           IF Sl-Present(Slot-Ind) NOT = "Y"
               SET Row-Blank TO TRUE
           ELSE
               EVALUATE Row-Code
                   WHEN 1
                       MOVE Sl-Customers(Slot-Ind) TO Row-Value
                   WHEN 2
                       MOVE Sl-Debtors(Slot-Ind) TO Row-Value
                   WHEN 3
                       MOVE Sl-Sales(Slot-Ind) TO Row-Value
                   WHEN 4
                       MOVE Sl-Cash(Slot-Ind) TO Row-Value
                   WHEN Dso-Row
                       PERFORM Work-Out-Debtor-Days
                   WHEN 6 THRU 9
                       COMPUTE Bucket-Ind = Row-Code - 5
                       MOVE Sl-Aged(Slot-Ind, Bucket-Ind) TO Row-Value
                   WHEN 10 THRU 14
                       COMPUTE Grade-Ind = Row-Code - 9
                       MOVE Sl-Grade-Count(Slot-Ind, Grade-Ind) TO
                                                          Row-Value
                   WHEN 15
                       MOVE Sl-Ungraded(Slot-Ind) TO Row-Value
                   WHEN OTHER
                       MOVE Sl-Disputes(Slot-Ind) TO Row-Value
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Work-Out-Debtor-Days SECTION.

           MOVE 0 TO Quarter-Months
           MOVE 0 TO Quarter-Sales
           PERFORM VARYING Back-Ind FROM Slot-Ind BY -1
                              UNTIL Back-Ind < 1
                                    OR Back-Ind < Slot-Ind - 2
               IF Sl-Present(Back-Ind) = "Y"
                   ADD 1 TO Quarter-Months
                   ADD Sl-Sales(Back-Ind) TO Quarter-Sales
               END-IF
           END-PERFORM
           IF Quarter-Sales > 0
               COMPUTE Row-Value ROUNDED = Sl-Debtors(Slot-Ind)
                                        * Quarter-Months * 30
                                        / Quarter-Sales
           ELSE
               SET Row-Blank TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Next-Kpi-Record SECTION.

           READ Kpi-File NEXT RECORD
               AT END
                   SET Kpi-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "KPI TREND BLOCKS PRINTED: " Block-Count
           IF NOT Kpi-File-Not-Found
               CLOSE Kpi-File
           END-IF
           CLOSE Report-File
           GOBACK
       .

      *****************************************************************
