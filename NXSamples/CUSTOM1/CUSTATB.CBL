      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custatb.

      *---------------------------------------------------------------*
      *    Aged trial balance as at the end of a closed period, on
      *    demand.  Reproduces the ledger exactly as it stood when
      *    Custperm closed the period, from the balances the Persnap
      *    service stored on perbal.ism (see PERBAL.CPY) at the
      *    close, to custatb.prt:
      *      - one line per customer with anything open - balance
      *        and the not due / 1-30 / 31-60 / over 60 split - in
      *        customer code order, with the open lines themselves
      *        listed under each when CUSTATB-LINES is "Y";
      *      - a total per File-C-Area and a grand total;
      *      - a tie-back to the GL: the previous closed period's
      *        stored total, plus the DEBTORS debits less credits
      *        Custglx sent between the two period ends (summed off
      *        its journal history gljhist.ism, see GLJHIST.CPY),
      *        is what the ledger should have closed at; the
      *        difference against the stored total is printed.
      *        Movement keyed after the period end but before the
      *        close is in the stored lines, not the journal, and
      *        shows here - close promptly.
      *    The period is the CCYYMM given in the CUSTATB-PERIOD
      *    environment variable, or the latest closed period on
      *    perctl.dat.  A period with nothing stored is refused; one
      *    reopened since prints as at its last close, marked so.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Period-File ASSIGN "perctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Period-File-Status.

           SELECT Period-Balance-File ASSIGN "perbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pb-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Period-Balance-File-Status.

           SELECT Gl-History-File ASSIGN "gljhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Glh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Gl-History-File-Status.

           SELECT Report-File ASSIGN "custatb.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout shared with PERCHECK.CBL - kept in step
       FD  Period-File.
       01  Period-Record.
           03  Per-Period              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Per-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Per-Closed-By           PIC X(8).
           03  FILLER                  PIC X(1).
           03  Per-Closed-On           PIC 9(8).

       FD  Period-Balance-File.
           COPY "PERBAL.CPY".

       FD  Gl-History-File.
           COPY "GLJHIST.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Areas                   VALUE 64.

       77  Period-File-Status          PIC X(2).
          88  Period-File-Eof             VALUE "10".
          88  Period-File-Not-Found       VALUE "35".
       77  Period-Balance-File-Status  PIC X(2).
          88  Period-Balance-File-Not-Found VALUE "35".
       77  Gl-History-File-Status      PIC X(2).
          88  Gl-History-File-Not-Found   VALUE "35".

       01  Store-Done-Sw               PIC X(01).
          88  Store-Done                  VALUE "Y".
       01  History-Done-Sw             PIC X(01).
          88  History-Done                VALUE "Y".
       01  Show-Lines-Sw               PIC X(01) VALUE "N".
          88  Show-Lines                  VALUE "Y".
       01  Period-Reopened-Sw          PIC X(01) VALUE "N".
          88  Period-Reopened             VALUE "Y".
       01  Period-Stored-Sw            PIC X(01) VALUE "N".
          88  Period-Stored               VALUE "Y".

       01  Period-Env                  PIC X(6).
       01  Lines-Env                   PIC X(1).
       01  Atb-Period                  PIC 9(6).
       01  Atb-Period-X REDEFINES Atb-Period PIC X(6).
       01  Prior-Period                PIC 9(6) VALUE 0.
       01  Latest-Closed               PIC 9(6) VALUE 0.

      *    journal dates after From-Date up to Thru-Date are the
      *    period's movement
       01  From-Date                   PIC 9(8).
       01  Thru-Date                   PIC 9(8).

       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
       77  Move-Ind                    PIC 9(4) COMP.
       77  Bucket-Ind                  PIC 9(4) COMP.
       77  Customer-Count              PIC 9(6) VALUE 0.

       01  Area-Rows.
           03  Ar-Entry OCCURS Max-Areas.
               05  Ar-Area             PIC X.
               05  Ar-Customers        PIC 9(6) COMP.
               05  Ar-Balance          PIC S9(11)V99 COMP.
               05  Ar-Aged             PIC S9(11)V99 COMP OCCURS 4.
       01  Area-Row-Hold.
           03  Arh-Area                PIC X.
           03  Arh-Customers           PIC 9(6) COMP.
           03  Arh-Balance             PIC S9(11)V99 COMP.
           03  Arh-Aged                PIC S9(11)V99 COMP OCCURS 4.

       01  Grand-Figures.
           03  Gr-Aged                 PIC S9(11)V99 COMP OCCURS 4.
       77  Gr-Balance                  PIC S9(11)V99 COMP VALUE 0.
       77  Prior-Total                 PIC S9(11)V99 COMP VALUE 0.
       77  Gl-Debits                   PIC S9(11)V99 COMP VALUE 0.
       77  Gl-Credits                  PIC S9(11)V99 COMP VALUE 0.
       77  Expected-Total              PIC S9(11)V99 COMP.
       77  Difference-Wrk              PIC S9(11)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(40) VALUE
               "AGED TRIAL BALANCE AS AT END OF PERIOD ".
           03  Hd-Period               PIC 9(6).
           03  FILLER                  PIC X(14) VALUE
               "   STORED ON ".
           03  Hd-Taken-Date           PIC 9(8).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  Hd-Taken-By             PIC X(8).
           03  Hd-Reopened             PIC X(30).

       01  Column-Heading.
           03  FILLER                  PIC X(30) VALUE
               "CODE   NAME             AREA".
           03  FILLER                  PIC X(14) VALUE
               "       BALANCE".
           03  FILLER                  PIC X(15) VALUE
               "        NOT DUE".
           03  FILLER                  PIC X(15) VALUE
               "      1-30 DAYS".
           03  FILLER                  PIC X(15) VALUE
               "     31-60 DAYS".
           03  FILLER                  PIC X(15) VALUE
               "   OVER 60 DAYS".

       01  Customer-Line.
           03  Cl-C-Code               PIC X(5).
           03  FILLER                  PIC X(2).
           03  Cl-C-Name               PIC X(15).
           03  FILLER                  PIC X(2).
           03  Cl-C-Area               PIC X.
           03  FILLER                  PIC X(5).
           03  Cl-Balance              PIC -(10)9.99.
           03  Cl-Bucket OCCURS 4.
               05  FILLER              PIC X(1).
               05  Cl-Aged             PIC -(10)9.99.

       01  Order-Line.
           03  FILLER                  PIC X(9).
           03  Ol-Ord-No               PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Ol-Ord-Date             PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ol-Ord-Type             PIC X.
           03  Ol-Ord-Status           PIC X.
           03  FILLER                  PIC X(3).
           03  Ol-Outstanding          PIC -(10)9.99.
           03  Ol-Bucket OCCURS 4.
               05  FILLER              PIC X(1).
               05  Ol-Aged             PIC -(10)9.99.
               05  Ol-Blank REDEFINES Ol-Aged PIC X(14).

       01  Total-Line.
           03  Tl-Caption              PIC X(18).
           03  Tl-Area                 PIC X.
           03  FILLER                  PIC X(1).
           03  Tl-Customers            PIC Z(5)9.
           03  FILLER                  PIC X(4).
           03  Tl-Balance              PIC -(10)9.99.
           03  Tl-Bucket OCCURS 4.
               05  FILLER              PIC X(1).
               05  Tl-Aged             PIC -(10)9.99.

       01  Tie-Line.
           03  Tie-Caption             PIC X(50).
           03  Tie-Amount              PIC -(10)9.99.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF Period-Stored
               PERFORM Print-The-Balances
               PERFORM Print-Area-Totals
               PERFORM Print-Gl-Tie-Back
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE 0 TO Atb-Period
           MOVE SPACES TO Period-Env
           ACCEPT Period-Env FROM ENVIRONMENT "CUSTATB-PERIOD"
           IF Period-Env NUMERIC
               MOVE Period-Env TO Atb-Period-X
           END-IF
           MOVE SPACES TO Lines-Env
           ACCEPT Lines-Env FROM ENVIRONMENT "CUSTATB-LINES"
           IF Lines-Env = "Y" OR Lines-Env = "y"
               SET Show-Lines TO TRUE
           END-IF
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE 0 TO Gr-Aged(Bucket-Ind)
           END-PERFORM

           PERFORM Load-Period-Control

           OPEN OUTPUT Report-File
           OPEN INPUT Period-Balance-File
           IF Period-Balance-File-Not-Found
               DISPLAY "CUSTATB: NO PERBAL.ISM - NO PERIOD HAS BEEN "
                       "CLOSED THROUGH CUSTPERM"
           ELSE
               PERFORM Start-Period-Store
               IF Period-Stored
                   READ Period-Balance-File NEXT RECORD
                       AT END
                           SET Store-Done TO TRUE
                   END-READ
                   IF Store-Done OR Pb-Period NOT = Atb-Period
                       MOVE "N" TO Period-Stored-Sw
                   END-IF
               END-IF
               IF NOT Period-Stored
                   DISPLAY "CUSTATB: NOTHING STORED FOR PERIOD "
                           Atb-Period " - IT HAS NOT BEEN CLOSED"
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Period-Control SECTION.
      *    The latest closed period is the default; the period
      *    being reported's own flag says whether it has been
      *    reopened since; the latest closed one before it is the
      *    tie-back's opening balance.

           OPEN INPUT Period-File
           IF Period-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Period-File-Eof
                   READ Period-File
                       AT END
                           SET Period-File-Eof TO TRUE
                       NOT AT END
                           IF Per-Status = "C"
                              AND Per-Period > Latest-Closed
                               MOVE Per-Period TO Latest-Closed
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Period-File
           END-IF

           IF Atb-Period = 0
               MOVE Latest-Closed TO Atb-Period
           END-IF

           OPEN INPUT Period-File
           IF Period-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Period-File-Eof
                   READ Period-File
                       AT END
                           SET Period-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Note-One-Period
                   END-READ
               END-PERFORM
               CLOSE Period-File
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Period SECTION.

           IF Per-Period = Atb-Period AND Per-Status NOT = "C"
               SET Period-Reopened TO TRUE
           END-IF
           IF Per-Status = "C"
              AND Per-Period < Atb-Period
              AND Per-Period > Prior-Period
               MOVE Per-Period TO Prior-Period
           END-IF
       .
      *---------------------------------------------------------------*
       Start-Period-Store SECTION.

           MOVE "N" TO Store-Done-Sw
           MOVE "Y" TO Period-Stored-Sw
           MOVE LOW-VALUES TO Pb-Key
           MOVE Atb-Period TO Pb-Period
           START Period-Balance-File KEY NOT LESS THAN Pb-Key
               INVALID KEY
                   MOVE "N" TO Period-Stored-Sw
           END-START
       .
      *---------------------------------------------------------------*
       Print-The-Balances SECTION.

           MOVE Atb-Period    TO Hd-Period
           MOVE Pb-Taken-Date TO Hd-Taken-Date
           MOVE Pb-Taken-By   TO Hd-Taken-By
           IF Period-Reopened
               MOVE "   *** REOPENED SINCE ***" TO Hd-Reopened
           ELSE
               MOVE SPACES TO Hd-Reopened
           END-IF
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Heading TO Report-Line
           WRITE Report-Line

           PERFORM UNTIL Store-Done
               IF Pb-Ord-No = 0
                   PERFORM Print-One-Customer
               ELSE
                   IF Show-Lines
                       PERFORM Print-One-Order-Line
                   END-IF
               END-IF
               READ Period-Balance-File NEXT RECORD
                   AT END
                       SET Store-Done TO TRUE
                   NOT AT END
                       IF Pb-Period NOT = Atb-Period
                           SET Store-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-One-Customer SECTION.

           ADD 1 TO Customer-Count
           MOVE SPACES TO Customer-Line
           MOVE Pb-C-Code      TO Cl-C-Code
           MOVE Pb-C-Name      TO Cl-C-Name
           MOVE Pb-C-Area      TO Cl-C-Area
           MOVE Pb-Outstanding TO Cl-Balance
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE Pb-Aged(Bucket-Ind) TO Cl-Aged(Bucket-Ind)
               ADD Pb-Aged(Bucket-Ind) TO Gr-Aged(Bucket-Ind)
           END-PERFORM
           ADD Pb-Outstanding TO Gr-Balance
           IF Show-Lines
               MOVE SPACES TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE Customer-Line TO Report-Line
           WRITE Report-Line

           PERFORM Find-Area-Row
           IF This-Area-Ind NOT = 0
               ADD 1 TO Ar-Customers(This-Area-Ind)
               ADD Pb-Outstanding TO Ar-Balance(This-Area-Ind)
               PERFORM VARYING Bucket-Ind FROM 1 BY 1
                                  UNTIL Bucket-Ind > 4
                   ADD Pb-Aged(Bucket-Ind) TO
                                   Ar-Aged(This-Area-Ind, Bucket-Ind)
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Order-Line SECTION.

           MOVE SPACES TO Order-Line
           MOVE Pb-Ord-No      TO Ol-Ord-No
           MOVE Pb-Ord-Date    TO Ol-Ord-Date
           MOVE Pb-Ord-Type    TO Ol-Ord-Type
           MOVE Pb-Ord-Status  TO Ol-Ord-Status
           MOVE Pb-Outstanding TO Ol-Outstanding
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               IF Pb-Aged(Bucket-Ind) = 0
                   MOVE SPACES TO Ol-Blank(Bucket-Ind)
               ELSE
                   MOVE Pb-Aged(Bucket-Ind) TO Ol-Aged(Bucket-Ind)
               END-IF
           END-PERFORM
           MOVE Order-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Find-Area-Row SECTION.
      *    Rows are kept in area order as they are found, so the
      *    totals print sorted.

           MOVE 0 TO This-Area-Ind
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
                                    OR This-Area-Ind NOT = 0
               IF Ar-Area(Area-Ind) = Pb-C-Area
                   MOVE Area-Ind TO This-Area-Ind
               END-IF
           END-PERFORM

           IF This-Area-Ind = 0 AND Area-Count < Max-Areas
               ADD 1 TO Area-Count
               MOVE Area-Count TO This-Area-Ind
               PERFORM VARYING Move-Ind FROM Area-Count BY -1
                                  UNTIL Move-Ind = 1
                                     OR Ar-Area(Move-Ind - 1)
                                             < Pb-C-Area
                   MOVE Ar-Entry(Move-Ind - 1) TO Area-Row-Hold
                   MOVE Area-Row-Hold TO Ar-Entry(Move-Ind)
                   COMPUTE This-Area-Ind = Move-Ind - 1
               END-PERFORM
               MOVE Pb-C-Area TO Ar-Area(This-Area-Ind)
               MOVE 0 TO Ar-Customers(This-Area-Ind)
               MOVE 0 TO Ar-Balance(This-Area-Ind)
               PERFORM VARYING Bucket-Ind FROM 1 BY 1
                                  UNTIL Bucket-Ind > 4
                   MOVE 0 TO Ar-Aged(This-Area-Ind, Bucket-Ind)
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Print-Area-Totals SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
               MOVE SPACES TO Total-Line
               MOVE "TOTAL FOR AREA" TO Tl-Caption
               MOVE Ar-Area(Area-Ind)      TO Tl-Area
               MOVE Ar-Customers(Area-Ind) TO Tl-Customers
               MOVE Ar-Balance(Area-Ind)   TO Tl-Balance
               PERFORM VARYING Bucket-Ind FROM 1 BY 1
                                  UNTIL Bucket-Ind > 4
                   MOVE Ar-Aged(Area-Ind, Bucket-Ind) TO
                                               Tl-Aged(Bucket-Ind)
               END-PERFORM
               MOVE Total-Line TO Report-Line
               WRITE Report-Line
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Total-Line
           MOVE "GRAND TOTAL" TO Tl-Caption
           MOVE Customer-Count TO Tl-Customers
           MOVE Gr-Balance     TO Tl-Balance
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE Gr-Aged(Bucket-Ind) TO Tl-Aged(Bucket-Ind)
           END-PERFORM
           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Print-Gl-Tie-Back SECTION.
      *    With no earlier closed period the opening is taken as nil
      *    and only the period's own month of journals is summed.

           IF Prior-Period NOT = 0
               PERFORM Total-Prior-Period
               COMPUTE From-Date = Prior-Period * 100 + 31
           ELSE
               COMPUTE From-Date = Atb-Period * 100
           END-IF
           COMPUTE Thru-Date = Atb-Period * 100 + 31
           PERFORM Sum-Debtors-Journals

           COMPUTE Expected-Total = Prior-Total + Gl-Debits
                                  - Gl-Credits
           COMPUTE Difference-Wrk = Gr-Balance - Expected-Total

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "TIE-BACK TO GL JOURNALS (DEBTORS ACCOUNT)"
                                                      TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Tie-Line
           IF Prior-Period NOT = 0
               MOVE "STORED TOTAL AT END OF PERIOD" TO Tie-Caption
               MOVE Prior-Period TO Tie-Caption(31:6)
           ELSE
               MOVE "NO EARLIER CLOSED PERIOD - OPENING TAKEN AS"
                                                      TO Tie-Caption
           END-IF
           MOVE Prior-Total TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           MOVE "ADD DEBTORS DEBITS JOURNALLED" TO Tie-Caption
           MOVE Gl-Debits TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           MOVE "LESS DEBTORS CREDITS JOURNALLED" TO Tie-Caption
           MOVE Gl-Credits TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           MOVE "EXPECTED CLOSING PER GL" TO Tie-Caption
           MOVE Expected-Total TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           MOVE "STORED CLOSING PER LEDGER" TO Tie-Caption
           MOVE Gr-Balance TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           MOVE "DIFFERENCE" TO Tie-Caption
           MOVE Difference-Wrk TO Tie-Amount
           MOVE Tie-Line TO Report-Line
           WRITE Report-Line
           IF Gl-History-File-Not-Found
               MOVE "  (NO GLJHIST.ISM - NO JOURNALS TO TIE TO)"
                                                      TO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Total-Prior-Period SECTION.

           MOVE "N" TO Store-Done-Sw
           MOVE LOW-VALUES TO Pb-Key
           MOVE Prior-Period TO Pb-Period
           START Period-Balance-File KEY NOT LESS THAN Pb-Key
               INVALID KEY
                   SET Store-Done TO TRUE
           END-START
           PERFORM UNTIL Store-Done
               READ Period-Balance-File NEXT RECORD
                   AT END
                       SET Store-Done TO TRUE
                   NOT AT END
                       IF Pb-Period NOT = Prior-Period
                           SET Store-Done TO TRUE
                       ELSE
                           IF Pb-Ord-No = 0
                               ADD Pb-Outstanding TO Prior-Total
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Sum-Debtors-Journals SECTION.

           OPEN INPUT Gl-History-File
           IF Gl-History-File-Not-Found
               CONTINUE
           ELSE
               MOVE "N" TO History-Done-Sw
               MOVE HIGH-VALUES TO Glh-Key
               MOVE From-Date TO Glh-Date
               START Gl-History-File KEY GREATER THAN Glh-Key
                   INVALID KEY
                       SET History-Done TO TRUE
               END-START
               PERFORM UNTIL History-Done
                   READ Gl-History-File NEXT RECORD
                       AT END
                           SET History-Done TO TRUE
                       NOT AT END
                           PERFORM Take-One-Journal
                   END-READ
               END-PERFORM
               CLOSE Gl-History-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Journal SECTION.

           IF Glh-Date > Thru-Date
               SET History-Done TO TRUE
           ELSE
               IF Glh-Account = "DEBTORS "
                   IF Glh-Side = "D"
                       ADD Glh-Amount TO Gl-Debits
                   ELSE
                       ADD Glh-Amount TO Gl-Credits
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "AGED TRIAL BALANCE CUSTOMERS: " Customer-Count
           IF NOT Period-Balance-File-Not-Found
               CLOSE Period-Balance-File
           END-IF
           CLOSE Report-File
           GOBACK
       .

      *****************************************************************
