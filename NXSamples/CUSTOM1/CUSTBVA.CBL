      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custbva.

      *---------------------------------------------------------------*
      *    Monthly sales budget versus actual, run at month end
      *    beside the Custcomm commission statements and on the
      *    same period - the COMMMONTH environment variable (CCYYMM)
      *    or, unset, the month the run starts in.  For every
      *    File-C-Area, and rolled up by the Area-Manager the
      *    custarea.ism master names (a manager running two areas
      *    gets one total covering both, as on the commission
      *    statement), custbva.prt shows:
      *      - the month's budget from custbudg.ism (see
      *        CUSTBUDG.CPY, kept through Custbmnt), the month's
      *        actual order value and the variance;
      *      - the same three from January to the month.
      *    Actual is the value of the order lines dated in the
      *    month, counted the way Custcomm counts them: ordinary
      *    lines plus "C" credit notes at their own negative value,
      *    interest and other charges left out.  Lines the
      *    end-of-day batch has already archived to custhist.ism
      *    are still sales and are counted from there, in the
      *    customer's area as it stands today.  An area with sales
      *    but no master record is listed under no manager.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS History-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Area-File-Status.

           SELECT Budget-File ASSIGN "custbudg.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Bud-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Budget-File-Status.

           SELECT Report-File ASSIGN "custbva.prt"
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

       FD  Area-File.
           COPY "CUSTAREA.CPY".

       FD  Budget-File.
           COPY "CUSTBUDG.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Areas                   VALUE 64.
       78  Max-Managers                VALUE 64.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Eof               VALUE "10".
          88  Area-File-Not-Found         VALUE "35".
       77  Budget-File-Status          PIC X(2).
          88  Budget-File-Eof             VALUE "10".
          88  Budget-File-Not-Found       VALUE "35".

       01  Area-Found-Sw               PIC X(01).
          88  Area-Found                  VALUE "Y".

       01  Period-Env                  PIC X(6).
       77  Bva-Period                  PIC 9(6).
       77  Year-Start                  PIC 9(6).
       77  Line-Period                 PIC 9(6).
       77  Env-Ind                     PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Yyyy                PIC 9(4).
           03  Run-Mm                  PIC 9(2).
           03  FILLER                  PIC 9(2).

       01  Look-Area                   PIC X.
       01  Area-C-Code                 PIC X(5) VALUE SPACES.
       01  Area-Of-Code                PIC X.
       77  Line-Val                    PIC S9(7)V99 COMP.

       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
       77  Mgr-Ind                     PIC 9(4) COMP.
       77  Mgr-Count                   PIC 9(4) COMP VALUE 0.
       77  This-Mgr-Ind                PIC 9(4) COMP.

       01  Area-Table.
           03  Ab-Entry OCCURS Max-Areas.
               05  Ab-Area             PIC X.
               05  Ab-Desc             PIC X(30).
               05  Ab-Manager          PIC X(20).
               05  Ab-Figures.
                   07  Ab-Mth-Budget   PIC S9(11)V99 COMP.
                   07  Ab-Mth-Actual   PIC S9(11)V99 COMP.
                   07  Ab-Ytd-Budget   PIC S9(11)V99 COMP.
                   07  Ab-Ytd-Actual   PIC S9(11)V99 COMP.

       01  Manager-Table.
           03  Mg-Entry OCCURS Max-Managers.
               05  Mg-Manager          PIC X(20).
               05  Mg-Figures.
                   07  Mg-Mth-Budget   PIC S9(11)V99 COMP.
                   07  Mg-Mth-Actual   PIC S9(11)V99 COMP.
                   07  Mg-Ytd-Budget   PIC S9(11)V99 COMP.
                   07  Mg-Ytd-Actual   PIC S9(11)V99 COMP.

       01  Grand-Figures.
           03  Gr-Mth-Budget           PIC S9(11)V99 COMP VALUE 0.
           03  Gr-Mth-Actual           PIC S9(11)V99 COMP VALUE 0.
           03  Gr-Ytd-Budget           PIC S9(11)V99 COMP VALUE 0.
           03  Gr-Ytd-Actual           PIC S9(11)V99 COMP VALUE 0.

      *    the figures of whichever line is being printed
       01  Line-Figures.
           03  Lf-Mth-Budget           PIC S9(11)V99 COMP.
           03  Lf-Mth-Actual           PIC S9(11)V99 COMP.
           03  Lf-Ytd-Budget           PIC S9(11)V99 COMP.
           03  Lf-Ytd-Actual           PIC S9(11)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "SALES BUDGET VERSUS ACTUAL - PERIOD ".
           03  Hd-Period               PIC 9(6).
           03  FILLER                  PIC X(10) VALUE
               "   RUN AT ".
           03  Hd-Date                 PIC 9(8).

       01  Column-Heading-1.
           03  FILLER                  PIC X(38) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "---------------- MONTH ----------------".
           03  FILLER                  PIC X(45) VALUE
               "------------- YEAR TO DATE ------------".
       01  Column-Heading-2.
           03  FILLER                  PIC X(38) VALUE
               "AREA DESCRIPTION".
           03  FILLER                  PIC X(45) VALUE
               "       BUDGET       ACTUAL     VARIANCE".
           03  FILLER                  PIC X(45) VALUE
               "       BUDGET       ACTUAL     VARIANCE".

       01  Manager-Heading.
           03  FILLER                  PIC X(9) VALUE "MANAGER: ".
           03  Mh-Manager              PIC X(20).

       01  Figure-Line.
           03  Fl-Area                 PIC X.
           03  FILLER                  PIC X(4).
           03  Fl-Caption              PIC X(30).
           03  FILLER                  PIC X(1).
           03  Fl-Mth-Budget           PIC -(10)9.99.
           03  Fl-Mth-Actual           PIC -(10)9.99.
           03  Fl-Mth-Variance         PIC -(10)9.99.
           03  FILLER                  PIC X(4).
           03  Fl-Ytd-Budget           PIC -(10)9.99.
           03  Fl-Ytd-Actual           PIC -(10)9.99.
           03  Fl-Ytd-Variance         PIC -(10)9.99.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Area-Master
           PERFORM Load-Budgets
           PERFORM Gather-Live-Actuals
           PERFORM Gather-Archived-Actuals
           PERFORM Load-Manager-Table
           PERFORM Print-Manager-Groups
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE SPACES TO Period-Env
           ACCEPT Period-Env FROM ENVIRONMENT "COMMMONTH"
           MOVE 0 TO Bva-Period
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 6
               MOVE Period-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Bva-Period = Bva-Period * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Bva-Period = 0
               COMPUTE Bva-Period = Run-Yyyy * 100 + Run-Mm
           END-IF
           COMPUTE Year-Start = (Bva-Period / 100) * 100 + 1

           OPEN OUTPUT Report-File
           MOVE Bva-Period TO Hd-Period
           MOVE Run-Date   TO Hd-Date
           WRITE Report-Line FROM Heading-Line
       .
      *---------------------------------------------------------------*
       Load-Area-Master SECTION.
      *    Every area on the master has a row, sales or not, so an
      *    area with a budget and nothing sold still shows.

           OPEN INPUT Area-File
           IF Area-File-Not-Found
               DISPLAY "CUSTBVA: NO AREA MASTER - RUN CUSTAMNT FIRST"
           ELSE
               PERFORM UNTIL Area-File-Eof
                   READ Area-File NEXT RECORD
                       AT END
                           SET Area-File-Eof TO TRUE
                       NOT AT END
                           MOVE Area-Code TO Look-Area
                           PERFORM Find-Area-Slot
                           IF This-Area-Ind NOT = 0
                               MOVE Area-Desc TO
                                           Ab-Desc(This-Area-Ind)
                               MOVE Area-Manager TO
                                           Ab-Manager(This-Area-Ind)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Area-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Budgets SECTION.

           OPEN INPUT Budget-File
           IF Budget-File-Not-Found
               DISPLAY "CUSTBVA: NO CUSTBUDG.ISM - NO BUDGETS HAVE "
                       "BEEN SET"
           ELSE
               PERFORM UNTIL Budget-File-Eof
                   READ Budget-File NEXT RECORD
                       AT END
                           SET Budget-File-Eof TO TRUE
                       NOT AT END
                           IF Bud-Period NOT < Year-Start
                              AND Bud-Period NOT > Bva-Period
                               MOVE Bud-Area TO Look-Area
                               PERFORM Find-Area-Slot
                               PERFORM Add-Budget
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Budget-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-Budget SECTION.

           IF This-Area-Ind NOT = 0
               ADD Bud-Amount TO Ab-Ytd-Budget(This-Area-Ind)
               IF Bud-Period = Bva-Period
                   ADD Bud-Amount TO Ab-Mth-Budget(This-Area-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Live-Actuals SECTION.

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           IF NOT Customer-File-Not-Found
               PERFORM UNTIL Customer-File-Eof
                   READ Customer-File NEXT RECORD
                       AT END
                           SET Customer-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Gather-One-Customer
                   END-READ
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-One-Customer SECTION.

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
                           IF Ordl-Ord-Type = SPACE
                              OR Ordl-Ord-Type = "O"
                              OR Ordl-Ord-Type = "C"
                               COMPUTE Line-Period = Ordl-Ord-Date / 100
                               MOVE Ordl-Ord-Val TO Line-Val
                               MOVE File-C-Area TO Look-Area
                               PERFORM Add-Actual
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Gather-Archived-Actuals SECTION.

           OPEN INPUT History-File
           IF NOT History-File-Not-Found
               PERFORM UNTIL History-File-Eof
                   READ History-File NEXT RECORD
                       AT END
                           SET History-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Gather-One-History-Line
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-One-History-Line SECTION.

           IF Hist-Ord-Type = SPACE OR Hist-Ord-Type = "O"
              OR Hist-Ord-Type = "C"
               COMPUTE Line-Period = Hist-Ord-Date / 100
               IF Line-Period NOT < Year-Start
                  AND Line-Period NOT > Bva-Period
                   IF Hist-C-Code NOT = Area-C-Code
                       PERFORM Find-Customer-Area
                   END-IF
                   MOVE Hist-Ord-Val TO Line-Val
                   MOVE Area-Of-Code TO Look-Area
                   PERFORM Add-Actual
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Customer-Area SECTION.
      *    History is in customer order, so each customer's area is
      *    looked up once; a customer since deleted shows as "?".

           MOVE Hist-C-Code TO Area-C-Code
           MOVE "?" TO Area-Of-Code
           IF NOT Customer-File-Not-Found
               MOVE Hist-C-Code TO File-C-Code
               READ Customer-File KEY IS File-C-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Area TO Area-Of-Code
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Add-Actual SECTION.

           IF Line-Period NOT < Year-Start
              AND Line-Period NOT > Bva-Period
               PERFORM Find-Area-Slot
               IF This-Area-Ind NOT = 0
                   ADD Line-Val TO Ab-Ytd-Actual(This-Area-Ind)
                   IF Line-Period = Bva-Period
                       ADD Line-Val TO Ab-Mth-Actual(This-Area-Ind)
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Area-Slot SECTION.
      *    Slot per area letter, inserted in ascending order the way
      *    Custasal keeps its totals; nought back when the table is
      *    full.

           MOVE "N" TO Area-Found-Sw
           MOVE 0 TO This-Area-Ind
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
                                    OR Area-Found
               IF Ab-Area(Area-Ind) = Look-Area
                   SET Area-Found TO TRUE
                   MOVE Area-Ind TO This-Area-Ind
               ELSE
                   IF This-Area-Ind = 0
                      AND Ab-Area(Area-Ind) > Look-Area
                       MOVE Area-Ind TO This-Area-Ind
                   END-IF
               END-IF
           END-PERFORM

           IF NOT Area-Found
               IF Area-Count = Max-Areas
                   MOVE 0 TO This-Area-Ind
               ELSE
                   IF This-Area-Ind = 0
                       ADD 1 TO Area-Count
                       MOVE Area-Count TO This-Area-Ind
                   ELSE
                       PERFORM VARYING Area-Ind FROM Area-Count BY -1
                                      UNTIL Area-Ind < This-Area-Ind
                           MOVE Ab-Entry(Area-Ind) TO
                                             Ab-Entry(Area-Ind + 1)
                       END-PERFORM
                       ADD 1 TO Area-Count
                   END-IF
                   MOVE Look-Area TO Ab-Area(This-Area-Ind)
                   MOVE "NOT ON AREA MASTER" TO Ab-Desc(This-Area-Ind)
                   MOVE SPACES TO Ab-Manager(This-Area-Ind)
                   MOVE 0 TO Ab-Mth-Budget(This-Area-Ind)
                   MOVE 0 TO Ab-Mth-Actual(This-Area-Ind)
                   MOVE 0 TO Ab-Ytd-Budget(This-Area-Ind)
                   MOVE 0 TO Ab-Ytd-Actual(This-Area-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Manager-Table SECTION.
      *    One entry per distinct manager, in the order their first
      *    area comes - areas with no manager share the blank one.

           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
               MOVE 0 TO This-Mgr-Ind
               PERFORM VARYING Mgr-Ind FROM 1 BY 1
                                  UNTIL Mgr-Ind > Mgr-Count
                                        OR This-Mgr-Ind NOT = 0
                   IF Mg-Manager(Mgr-Ind) = Ab-Manager(Area-Ind)
                       MOVE Mgr-Ind TO This-Mgr-Ind
                   END-IF
               END-PERFORM
               IF This-Mgr-Ind = 0 AND Mgr-Count < Max-Managers
                   ADD 1 TO Mgr-Count
                   MOVE Ab-Manager(Area-Ind) TO Mg-Manager(Mgr-Count)
                   MOVE 0 TO Mg-Mth-Budget(Mgr-Count)
                   MOVE 0 TO Mg-Mth-Actual(Mgr-Count)
                   MOVE 0 TO Mg-Ytd-Budget(Mgr-Count)
                   MOVE 0 TO Mg-Ytd-Actual(Mgr-Count)
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Manager-Groups SECTION.

           PERFORM VARYING Mgr-Ind FROM 1 BY 1
                              UNTIL Mgr-Ind > Mgr-Count
               MOVE SPACES TO Report-Line
               WRITE Report-Line
               IF Mg-Manager(Mgr-Ind) = SPACES
                   MOVE "(NO MANAGER)" TO Mh-Manager
               ELSE
                   MOVE Mg-Manager(Mgr-Ind) TO Mh-Manager
               END-IF
               WRITE Report-Line FROM Manager-Heading
               WRITE Report-Line FROM Column-Heading-1
               WRITE Report-Line FROM Column-Heading-2
               PERFORM VARYING Area-Ind FROM 1 BY 1
                                  UNTIL Area-Ind > Area-Count
                   IF Ab-Manager(Area-Ind) = Mg-Manager(Mgr-Ind)
                       PERFORM Print-One-Area
                   END-IF
               END-PERFORM
               MOVE Mg-Figures(Mgr-Ind) TO Line-Figures
               MOVE SPACE TO Fl-Area
               MOVE "MANAGER TOTAL" TO Fl-Caption
               PERFORM Print-Figure-Line
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Grand-Figures TO Line-Figures
           MOVE SPACE TO Fl-Area
           MOVE "ALL AREAS" TO Fl-Caption
           PERFORM Print-Figure-Line
       .
      *---------------------------------------------------------------*
       Print-One-Area SECTION.

           ADD Ab-Mth-Budget(Area-Ind) TO Mg-Mth-Budget(Mgr-Ind)
                                          Gr-Mth-Budget
           ADD Ab-Mth-Actual(Area-Ind) TO Mg-Mth-Actual(Mgr-Ind)
                                          Gr-Mth-Actual
           ADD Ab-Ytd-Budget(Area-Ind) TO Mg-Ytd-Budget(Mgr-Ind)
                                          Gr-Ytd-Budget
           ADD Ab-Ytd-Actual(Area-Ind) TO Mg-Ytd-Actual(Mgr-Ind)
                                          Gr-Ytd-Actual
           MOVE Ab-Figures(Area-Ind) TO Line-Figures
           MOVE Ab-Area(Area-Ind) TO Fl-Area
           MOVE Ab-Desc(Area-Ind) TO Fl-Caption
           PERFORM Print-Figure-Line
       .
      *---------------------------------------------------------------*
       Print-Figure-Line SECTION.
      *    Variance is actual less budget - ahead of target shows
      *    positive.

           MOVE Lf-Mth-Budget TO Fl-Mth-Budget
           MOVE Lf-Mth-Actual TO Fl-Mth-Actual
           COMPUTE Fl-Mth-Variance = Lf-Mth-Actual - Lf-Mth-Budget
           MOVE Lf-Ytd-Budget TO Fl-Ytd-Budget
           MOVE Lf-Ytd-Actual TO Fl-Ytd-Actual
           COMPUTE Fl-Ytd-Variance = Lf-Ytd-Actual - Lf-Ytd-Budget
           WRITE Report-Line FROM Figure-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF NOT Customer-File-Not-Found
               CLOSE Customer-File
               CLOSE Order-Line-File
           END-IF
           CLOSE Report-File
           DISPLAY "CUSTBVA: PERIOD " Bva-Period " AREAS " Area-Count
                   " MANAGERS " Mgr-Count
           GOBACK
       .

      *****************************************************************
