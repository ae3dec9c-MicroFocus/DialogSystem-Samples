      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custfcst.

      *---------------------------------------------------------------*
      *    Cash-flow forecast of expected receipts.  Projects the
      *    outstanding amount (Ordl-Ord-Val minus Ordl-Pay-Val) of
      *    every open order line on cust.ism to the date the money
      *    is expected, and prints to custfcst.prt the expected
      *    receipts per week per File-C-Area for the eight weeks
      *    from the run date, with anything expected later in a
      *    column of its own.  Week 1 is the run date and the six
      *    days after it; money already expected by now (a slow
      *    payer's overdue line) is counted in week 1.
      *    Each line's expected date comes from the strongest
      *    evidence there is:
      *      1. unmet instalments on custplan.dat (see Custplnm) for
      *         that order - each at its own due date, no more than
      *         the line still owes; anything the plan does not
      *         cover goes on to the rules below;
      *      2. a customer with an active mandate on custddir.dat is
      *         collected by the next Custddco run - expected on the
      *         next collection day, day Collect-Day of the month
      *         (default the 1st, set for a run through the
      *         CUSTFCST-DDDAY environment variable);
      *      3. the customer's historical days-to-pay from
      *         custhist.ism - the average days from Ordl-Ord-Date
      *         to archive over their ordinary paid lines, the same
      *         figure Custcrev scores - after Ordl-Ord-Date;
      *      4. a customer with no history is expected to pay on
      *         terms (see TERMLOOK.CBL).
      *    Disputed ("D") lines are not projected at all: their
      *    balances are shown separately as at risk.  Credit lines
      *    and lines already paid expect nothing.  Days are true
      *    calendar days (see DATECALC.CBL).
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

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS History-File-Status.

           SELECT Plan-File ASSIGN "custplan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Plan-File-Status.

           SELECT Mandate-File ASSIGN "custddir.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mandate-File-Status.

           SELECT Report-File ASSIGN "custfcst.prt"
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
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  History-File.
           COPY "CUSTHIST.CPY".

      *    layout as written by Custplnm - kept in step
       FD  Plan-File.
       01  Plan-Record.
           03  Pln-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Pln-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Pln-Seq                 PIC 9(2).
           03  FILLER                  PIC X(1).
           03  Pln-Due-Date            PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Pln-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Pln-Met-Flag            PIC X.
           03  FILLER                  PIC X(1).
           03  Pln-Met-Date            PIC 9(8).

      *    layout as written by Custddmn - kept in step
       FD  Mandate-File.
       01  Mandate-Record.
           03  Ddm-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ddm-Sort-Code           PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-No          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-Name        PIC X(18).
           03  FILLER                  PIC X(1).
           03  Ddm-Active              PIC X.

       FD  Report-File.
       01  Report-Line                 PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Plan-Rows               VALUE 1000.
       78  Max-Mandates                VALUE 500.
       78  Forecast-Weeks              VALUE 8.
      *    columns 1-8 the weeks, 9 later, 10 at risk
       78  Later-Column                VALUE 9.
       78  At-Risk-Column              VALUE 10.
       78  Default-Collect-Day         VALUE 1.

      *    payment terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".
       77  Plan-File-Status            PIC X(2).
          88  Plan-File-Eof               VALUE "10".
          88  Plan-File-Not-Found         VALUE "35".
       77  Mandate-File-Status         PIC X(2).
          88  Mandate-File-Eof            VALUE "10".
          88  Mandate-File-Not-Found      VALUE "35".

       77  Collect-Day                 PIC 9(2) VALUE 0.
       01  Days-Env                    PIC X(2).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Env-Build                   PIC 9(4).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Plan-Ind                    PIC 9(4) COMP.
       77  Plan-Count                  PIC 9(4) COMP VALUE 0.
       77  Mdt-Ind                     PIC 9(4) COMP.
       77  Mdt-Count                   PIC 9(4) COMP VALUE 0.
       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
       77  Col-Ind                     PIC 9(4) COMP.
       77  Week-Ind                    PIC S9(8) COMP.

       01  Plan-Table.
           03  Plan-Row OCCURS Max-Plan-Rows.
               05  Pt-C-Code           PIC X(5).
               05  Pt-Ord-No           PIC 9(6).
               05  Pt-Due-Date         PIC 9(8).
               05  Pt-Amount           PIC 9(7)V99.

       01  Mandate-Table.
           03  Mt-C-Code OCCURS Max-Mandates PIC X(5).

      *    one row per File-C-Area, kept in area order as found
       01  Area-Table.
           03  Area-Row OCCURS 256.
               05  Ar-Area             PIC X.
               05  Ar-Amount           PIC S9(9)V99 COMP
                                           OCCURS At-Risk-Column.
       01  Grand-Amounts.
           03  Grand-Amount            PIC S9(9)V99 COMP
                                           OCCURS At-Risk-Column.

       01  Mandate-Sw                  PIC X(01).
          88  Has-Mandate                 VALUE "Y".
       01  History-Sw                  PIC X(01).
          88  Has-History                 VALUE "Y".
       77  Hist-Lines                  PIC 9(6) COMP.
       77  Hist-Days-Sum               PIC S9(9) COMP.
       77  Avg-Days                    PIC S9(8) COMP.
       77  Pay-Days                    PIC S9(8) COMP.

       77  Outstanding-Wrk             PIC S9(9)V99 COMP.
       77  Amount-Wrk                  PIC S9(9)V99 COMP.
       77  Expected-Serial             PIC S9(8) COMP.
       77  Collect-Serial              PIC S9(8) COMP.

       77  Plan-Basis-Count            PIC 9(6) VALUE 0.
       77  Mandate-Basis-Count         PIC 9(6) VALUE 0.
       77  History-Basis-Count         PIC 9(6) VALUE 0.
       77  Terms-Basis-Count           PIC 9(6) VALUE 0.
       77  At-Risk-Count               PIC 9(6) VALUE 0.

       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Yyyy                PIC 9(4).
           03  Run-Mm                  PIC 9(2).
           03  Run-Dd                  PIC 9(2).
       01  Date-Wrk                    PIC 9(8).
       01  Date-Wrk-Split REDEFINES Date-Wrk.
           03  Wrk-Yyyy                PIC 9(4).
           03  Wrk-Mm                  PIC 9(2).
           03  Wrk-Dd                  PIC 9(2).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Arch-Serial                 PIC S9(8) COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(41) VALUE
               "EXPECTED RECEIPTS BY WEEK - RUN AT ".
           03  Heading-Date            PIC 9(8).

       01  Heading-Line-2              PIC X(80) VALUE
           "WEEK 1 STARTS ON THE RUN DATE.  AT RISK = DISPUTED LINES, N
      -    "OT FORECAST.".

       01  Column-Line.
           03  FILLER                  PIC X(5) VALUE "AREA ".
           03  FILLER                  PIC X(12) VALUE "      WEEK 1".
           03  FILLER                  PIC X(12) VALUE "      WEEK 2".
           03  FILLER                  PIC X(12) VALUE "      WEEK 3".
           03  FILLER                  PIC X(12) VALUE "      WEEK 4".
           03  FILLER                  PIC X(12) VALUE "      WEEK 5".
           03  FILLER                  PIC X(12) VALUE "      WEEK 6".
           03  FILLER                  PIC X(12) VALUE "      WEEK 7".
           03  FILLER                  PIC X(12) VALUE "      WEEK 8".
           03  FILLER                  PIC X(12) VALUE "       LATER".
           03  FILLER                  PIC X(12) VALUE "     AT RISK".

       01  Detail-Line.
           03  Detail-Area             PIC X(5).
           03  Detail-Col OCCURS At-Risk-Column.
               05  FILLER              PIC X(1).
               05  Detail-Amount       PIC Z(7)9.99.

       01  Basis-Line.
           03  Basis-Caption           PIC X(40).
           03  Basis-Count             PIC ZZZZZ9.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Plan-Table
           PERFORM Load-Mandate-Table
           PERFORM Forecast-One-Customer UNTIL Customer-File-Eof
           PERFORM Print-Forecast
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTFCST-DDDAY"
           PERFORM Convert-Collect-Day
      *    the next collection day - this month's if still to come
           MOVE Run-Date    TO Date-Wrk
           MOVE Collect-Day TO Wrk-Dd
           IF Run-Dd > Collect-Day
               IF Wrk-Mm = 12
                   MOVE 1 TO Wrk-Mm
                   ADD 1 TO Wrk-Yyyy
               ELSE
                   ADD 1 TO Wrk-Mm
               END-IF
           END-IF
           MOVE Date-Wrk TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Collect-Serial

           PERFORM VARYING Col-Ind FROM 1 BY 1
                              UNTIL Col-Ind > At-Risk-Column
               MOVE 0 TO Grand-Amount(Col-Ind)
           END-PERFORM

           OPEN INPUT History-File
           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Convert-Collect-Day SECTION.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 2
               MOVE Days-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Env-Build = 0 OR Env-Build > 28
               MOVE Default-Collect-Day TO Collect-Day
           ELSE
               MOVE Env-Build TO Collect-Day
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Plan-Table SECTION.
      *    Only the instalments still to be met say anything about
      *    money to come.

           OPEN INPUT Plan-File
           IF Plan-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Plan-File-Eof
                            OR Plan-Count = Max-Plan-Rows
                   READ Plan-File
                       AT END
                           SET Plan-File-Eof TO TRUE
                       NOT AT END
                           IF Pln-Met-Flag NOT = "Y"
                               ADD 1 TO Plan-Count
                               MOVE Pln-C-Code   TO
                                            Pt-C-Code(Plan-Count)
                               MOVE Pln-Ord-No   TO
                                            Pt-Ord-No(Plan-Count)
                               MOVE Pln-Due-Date TO
                                            Pt-Due-Date(Plan-Count)
                               MOVE Pln-Amount   TO
                                            Pt-Amount(Plan-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Plan-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Mandate-Table SECTION.

           OPEN INPUT Mandate-File
           IF Mandate-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Mandate-File-Eof
                            OR Mdt-Count = Max-Mandates
                   READ Mandate-File
                       AT END
                           SET Mandate-File-Eof TO TRUE
                       NOT AT END
                           IF Ddm-Active = "Y"
                               ADD 1 TO Mdt-Count
                               MOVE Ddm-C-Code TO Mt-C-Code(Mdt-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mandate-File
           END-IF
       .
      *---------------------------------------------------------------*
       Forecast-One-Customer SECTION.

           PERFORM Find-Area-Row
           IF This-Area-Ind NOT = 0
               MOVE "N" TO Mandate-Sw
               PERFORM VARYING Mdt-Ind FROM 1 BY 1
                                  UNTIL Mdt-Ind > Mdt-Count
                   IF Mt-C-Code(Mdt-Ind) = File-C-Code
                       SET Has-Mandate TO TRUE
                   END-IF
               END-PERFORM
               PERFORM Derive-Days-To-Pay

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
                               COMPUTE Outstanding-Wrk = Ordl-Ord-Val
                                                     - Ordl-Pay-Val
                               IF Outstanding-Wrk > 0
                                   PERFORM Forecast-One-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Derive-Days-To-Pay SECTION.
      *    The customer's own stretch of custhist.ism, ordinary lines
      *    only - credit notes and interest lines are noise.  No
      *    history falls back to the customer's terms.

           MOVE "N" TO History-Sw
           MOVE 0 TO Hist-Lines
           MOVE 0 TO Hist-Days-Sum
           IF NOT History-File-Not-Found
               MOVE File-C-Code TO Hist-C-Code
               MOVE 0           TO Hist-Ord-No
               MOVE "00" TO History-File-Status
               START History-File KEY IS NOT LESS THAN Hist-Key
                   INVALID KEY
                       SET History-File-Eof TO TRUE
               END-START
               PERFORM UNTIL History-File-Eof
                   READ History-File NEXT RECORD
                       AT END
                           SET History-File-Eof TO TRUE
                       NOT AT END
                           IF Hist-C-Code NOT = File-C-Code
                               SET History-File-Eof TO TRUE
                           ELSE
                               PERFORM Score-One-History-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF Hist-Lines NOT = 0
               SET Has-History TO TRUE
               COMPUTE Avg-Days = Hist-Days-Sum / Hist-Lines
           ELSE
               MOVE File-C-Code TO Trm-C-Code
               MOVE File-C-Area TO Trm-C-Area
               MOVE 30          TO Trm-Default-Days
               CALL Terms-Lookup-Service USING Trm-Check
               MOVE Trm-Days TO Avg-Days
           END-IF
       .
      *---------------------------------------------------------------*
       Score-One-History-Line SECTION.

           IF Hist-Ord-Type = SPACE OR Hist-Ord-Type = "O"
               MOVE Hist-Ord-Date TO Date-Wrk
               MOVE Date-Wrk TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               MOVE Hist-Archive-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Arch-Serial
               COMPUTE Pay-Days = Arch-Serial - Ord-Serial
               IF Pay-Days < 0
                   MOVE 0 TO Pay-Days
               END-IF
               ADD 1 TO Hist-Lines
               ADD Pay-Days TO Hist-Days-Sum
           END-IF
       .
      *---------------------------------------------------------------*
       Forecast-One-Line SECTION.

           IF Ordl-Ord-Status = "D"
               MOVE Outstanding-Wrk TO Amount-Wrk
               MOVE At-Risk-Column TO Col-Ind
               PERFORM Add-To-Column
               ADD 1 TO At-Risk-Count
           ELSE
               PERFORM Forecast-From-Plan
               IF Outstanding-Wrk > 0
                   PERFORM Forecast-Remainder
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Forecast-From-Plan SECTION.
      *    Each unmet instalment of this order at its due date, until
      *    the line's outstanding amount is used up.

           PERFORM VARYING Plan-Ind FROM 1 BY 1
                              UNTIL Plan-Ind > Plan-Count
                                    OR Outstanding-Wrk NOT > 0
               IF Pt-C-Code(Plan-Ind) = File-C-Code
                  AND Pt-Ord-No(Plan-Ind) = Ordl-Ord-No
                   MOVE Pt-Amount(Plan-Ind) TO Amount-Wrk
                   IF Amount-Wrk > Outstanding-Wrk
                       MOVE Outstanding-Wrk TO Amount-Wrk
                   END-IF
                   SUBTRACT Amount-Wrk FROM Outstanding-Wrk
                   MOVE Pt-Due-Date(Plan-Ind) TO Date-Wrk
                   MOVE Date-Wrk TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Expected-Serial
                   PERFORM Post-Expected-Amount
                   ADD 1 TO Plan-Basis-Count
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Forecast-Remainder SECTION.

           MOVE Outstanding-Wrk TO Amount-Wrk
           EVALUATE TRUE
               WHEN Has-Mandate
                   MOVE Collect-Serial TO Expected-Serial
                   ADD 1 TO Mandate-Basis-Count
               WHEN OTHER
                   MOVE Ordl-Ord-Date TO Date-Wrk
                   MOVE Date-Wrk TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   COMPUTE Expected-Serial = Dtc-Days + Avg-Days
                   IF Has-History
                       ADD 1 TO History-Basis-Count
                   ELSE
                       ADD 1 TO Terms-Basis-Count
                   END-IF
           END-EVALUATE
           PERFORM Post-Expected-Amount
       .
      *---------------------------------------------------------------*
       Post-Expected-Amount SECTION.
      *    Anything expected before today is expected now.

           IF Expected-Serial < Run-Serial
               MOVE 1 TO Week-Ind
           ELSE
               COMPUTE Week-Ind = (Expected-Serial - Run-Serial) / 7
                                + 1
           END-IF
           IF Week-Ind > Forecast-Weeks
               MOVE Later-Column TO Col-Ind
           ELSE
               MOVE Week-Ind TO Col-Ind
           END-IF
           PERFORM Add-To-Column
       .
      *---------------------------------------------------------------*
       Add-To-Column SECTION.

           ADD Amount-Wrk TO Ar-Amount(This-Area-Ind, Col-Ind)
           ADD Amount-Wrk TO Grand-Amount(Col-Ind)
       .
      *---------------------------------------------------------------*
       Find-Area-Row SECTION.
      *    The customer's area row, inserted in area order the first
      *    time the area is met.

           MOVE 0 TO This-Area-Ind
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
                                    OR This-Area-Ind NOT = 0
               IF Ar-Area(Area-Ind) NOT < File-C-Area
                   MOVE Area-Ind TO This-Area-Ind
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN This-Area-Ind NOT = 0
                AND Ar-Area(This-Area-Ind) = File-C-Area
                   CONTINUE
               WHEN Area-Count = 256
                   MOVE 0 TO This-Area-Ind
               WHEN This-Area-Ind = 0
                   ADD 1 TO Area-Count
                   MOVE Area-Count TO This-Area-Ind
                   PERFORM Clear-Area-Row
               WHEN OTHER
                   PERFORM VARYING Area-Ind FROM Area-Count BY -1
                                      UNTIL Area-Ind < This-Area-Ind
                       MOVE Area-Row(Area-Ind) TO Area-Row(Area-Ind + 1)
                   END-PERFORM
                   ADD 1 TO Area-Count
                   PERFORM Clear-Area-Row
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Clear-Area-Row SECTION.

           MOVE File-C-Area TO Ar-Area(This-Area-Ind)
           PERFORM VARYING Col-Ind FROM 1 BY 1
                              UNTIL Col-Ind > At-Risk-Column
               MOVE 0 TO Ar-Amount(This-Area-Ind, Col-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Forecast SECTION.

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE Heading-Line-2 TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
               MOVE SPACES TO Detail-Line
               MOVE Ar-Area(Area-Ind) TO Detail-Area
               PERFORM VARYING Col-Ind FROM 1 BY 1
                                  UNTIL Col-Ind > At-Risk-Column
                   MOVE Ar-Amount(Area-Ind, Col-Ind) TO
                                         Detail-Amount(Col-Ind)
               END-PERFORM
               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
           END-PERFORM

           MOVE SPACES TO Detail-Line
           MOVE "TOTAL" TO Detail-Area
           PERFORM VARYING Col-Ind FROM 1 BY 1
                              UNTIL Col-Ind > At-Risk-Column
               MOVE Grand-Amount(Col-Ind) TO Detail-Amount(Col-Ind)
           END-PERFORM
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "INSTALMENTS FORECAST FROM PAYMENT PLANS"
                                                  TO Basis-Caption
           MOVE Plan-Basis-Count TO Basis-Count
           PERFORM Write-Basis-Line
           MOVE "LINES FORECAST AT NEXT DIRECT DEBIT"  TO Basis-Caption
           MOVE Mandate-Basis-Count TO Basis-Count
           PERFORM Write-Basis-Line
           MOVE "LINES FORECAST FROM PAYMENT HISTORY"  TO Basis-Caption
           MOVE History-Basis-Count TO Basis-Count
           PERFORM Write-Basis-Line
           MOVE "LINES FORECAST ON TERMS (NO HISTORY)" TO Basis-Caption
           MOVE Terms-Basis-Count TO Basis-Count
           PERFORM Write-Basis-Line
           MOVE "DISPUTED LINES AT RISK"               TO Basis-Caption
           MOVE At-Risk-Count TO Basis-Count
           PERFORM Write-Basis-Line
           CLOSE Report-File
       .
      *---------------------------------------------------------------*
       Write-Basis-Line SECTION.

           MOVE Basis-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "AREAS FORECAST: " Area-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF NOT History-File-Not-Found
               CLOSE History-File
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
