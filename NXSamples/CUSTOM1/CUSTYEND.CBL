      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custyend.

      *---------------------------------------------------------------*
      *    Year-end roll-over - supervisors only.  Run once a year,
      *    after the last period of the financial year has been
      *    closed on Custperm (every one of its twelve periods must
      *    stand closed on perctl.dat, and the closing balances must
      *    be stored on perbal.ism, see PERBAL.CPY).  The supervisor
      *    keys the year, CCYY; the suite's financial year is the
      *    calendar year, the same twelve periods Custperm closes.
      *    Years close in order - once one has been closed only the
      *    year after it may be.
      *      - the year pack custyend.prt: per customer, in code
      *        order, the opening balance, the year's turnover
      *        (ordinary order lines dated in the year, written-off
      *        lines included - the sale was made), credit notes,
      *        write-offs (the Custwoff register custwoff.dat), cash
      *        received (the paid movement of the Custcash runs'
      *        audit entries dated in the year, in the live
      *        custaudt.log and the monthly generations Custarot
      *        catalogued, less the settlement discount it allowed,
      *        custsdsc.dat), everything else that moved the balance
      *        (interest, refunds, bounced debits, adjustments) and
      *        the closing balance stored at the last period's
      *        close; then the same per File-C-Area and in total;
      *      - the closing balances go to the year-end balance file
      *        yearbal.dat, one line per customer per year, where
      *        the next year-end finds its opening balances; the
      *        very first year-end opens from the previous year's
      *        last period close, or from nought;
      *      - the year is stamped closed on the year control file
      *        yearctl.dat: the Percheck service (see PERCHECK.CPY)
      *        refuses every posting dated in it from then on, and
      *        Custperm will no longer reopen its periods;
      *      - at the supervisor's choice the invoice (invnum.dat),
      *        quote (quotnum.dat) and statement (stmtnum.dat)
      *        sequences restart with the new year's two digits in
      *        front - 270001 for the year after 2026.  A sequence
      *        whose new range has been issued before (its first
      *        numbers, or an earlier restart, reached that far) is
      *        left running on, and yearctl.dat keeps where each
      *        restart took a sequence from, so the next year can
      *        tell.  A year holds 9,999 of each document this way;
      *        a site issuing more leaves the numbers as they are.
      *        Order numbers never restart - the order and history
      *        files rely on them climbing.
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
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS History-File-Status.

           SELECT Period-File ASSIGN "perctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Period-File-Status.

           SELECT Period-Balance-File ASSIGN "perbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pb-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Period-Balance-File-Status.

           SELECT Write-Off-File ASSIGN "custwoff.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Write-Off-File-Status.

           SELECT Discount-File ASSIGN "custsdsc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Discount-File-Status.

           SELECT Catalogue-File ASSIGN "custaudt.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

      *    the live custaudt.log or one of its monthly generations
           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Year-Balance-File ASSIGN "yearbal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Year-Balance-File-Status.

           SELECT Year-Control-File ASSIGN "yearctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Year-Control-File-Status.

      *    invnum.dat, quotnum.dat or stmtnum.dat
           SELECT Number-File ASSIGN DYNAMIC Number-File-Name
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Number-File-Status.

           SELECT Report-File ASSIGN "custyend.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *    layout as written by Custwoff - kept in step
       FD  Write-Off-File.
       01  Write-Off-Record.
           03  Wof-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Wof-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Wof-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Wof-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Wof-Authorised          PIC X(8).
           03  FILLER                  PIC X(1).
           03  Wof-Second-Auth         PIC X(8).

       FD  Discount-File.
           COPY "CUSTSDSC.CPY".

      *    layout as written by Custarot - kept in step
       FD  Catalogue-File.
       01  Catalogue-Record.
           03  Cat-File-Name           PIC X(16).
           03  FILLER                  PIC X(1).
           03  Cat-Period              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Cat-Record-Count        PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Rotated-Date        PIC 9(8).

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

      *    one line per customer per closed year
       FD  Year-Balance-File.
       01  Year-Balance-Record.
           03  Ybl-Year                PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Ybl-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ybl-C-Area              PIC X.
           03  Ybl-Figure OCCURS 6.
               05  FILLER              PIC X(1).
               05  Ybl-Amount          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.

      *    one line per closed year - Percheck reads the year alone.
      *    Where the numbers were restarted, each sequence's next
      *    number before and its first number after (nought both
      *    for one left running on), invoice, quote, statement.
       FD  Year-Control-File.
       01  Year-Control-Record.
           03  Yct-Year                PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Yct-Closed-By           PIC X(8).
           03  FILLER                  PIC X(1).
           03  Yct-Closed-On           PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Yct-Renumbered          PIC X.
           03  Yct-Sequence OCCURS 3.
               05  FILLER              PIC X(1).
               05  Yct-Old-Next        PIC 9(6).
               05  FILLER              PIC X(1).
               05  Yct-New-Start       PIC 9(6).

       FD  Number-File.
       01  Number-Record.
           03  Num-Next-No             PIC 9(6).

       FD  Report-File.
       01  Report-Line                 PIC X(132).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       78  Max-Year-Customers          VALUE 25000.
       78  Max-Areas                   VALUE 64.
       78  Max-Restarts                VALUE 100.

      *    the figures kept for every customer, in this order
       78  Fig-Opening                 VALUE 1.
       78  Fig-Turnover                VALUE 2.
       78  Fig-Credits                 VALUE 3.
       78  Fig-Write-Offs              VALUE 4.
       78  Fig-Cash                    VALUE 5.
       78  Fig-Closing                 VALUE 6.
       78  Fig-Other                   VALUE 7.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
          88  Order-Line-File-Not-Found   VALUE "35".
       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".
       77  Period-File-Status          PIC X(2).
          88  Period-File-Eof             VALUE "10".
          88  Period-File-Not-Found       VALUE "35".
       77  Period-Balance-File-Status  PIC X(2).
          88  Period-Balance-File-Not-Found VALUE "35".
       77  Write-Off-File-Status       PIC X(2).
          88  Write-Off-File-Eof          VALUE "10".
          88  Write-Off-File-Not-Found    VALUE "35".
       77  Discount-File-Status        PIC X(2).
          88  Discount-File-Eof           VALUE "10".
          88  Discount-File-Not-Found     VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".
       77  Year-Balance-File-Status    PIC X(2).
          88  Year-Balance-File-Eof       VALUE "10".
          88  Year-Balance-File-Not-Found VALUE "35".
       77  Year-Control-File-Status    PIC X(2).
          88  Year-Control-File-Eof       VALUE "10".
          88  Year-Control-File-Not-Found VALUE "35".
       77  Number-File-Status          PIC X(2).
          88  Number-File-Not-Found       VALUE "35".

       01  Audit-File-Name             PIC X(16).
       01  Number-File-Name            PIC X(16).

       01  Refused-Sw                  PIC X(01) VALUE "N".
          88  Year-Refused                VALUE "Y".
       01  Renumber-Sw                 PIC X(01) VALUE "N".
          88  Renumber-Wanted             VALUE "Y".
       01  Store-Done-Sw               PIC X(01).
          88  Store-Done                  VALUE "Y".
       01  Stored-Found-Sw             PIC X(01).
          88  Stored-Found                VALUE "Y".
       01  Table-Full-Sw               PIC X(01) VALUE "N".
          88  Table-Full                  VALUE "Y".
       01  Clash-Sw                    PIC X(01).
          88  Range-Clash                 VALUE "Y".

       01  Answer-Line                 PIC X(10).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).
       01  Run-Date-Split REDEFINES Run-Date.
           03  Run-Year                PIC 9(4).
           03  FILLER                  PIC 9(4).

       77  Yend-Year                   PIC 9(4) VALUE 0.
       77  Prior-Year                  PIC 9(4).
       77  Last-Closed-Year            PIC 9(4) VALUE 0.
       77  Line-Year                   PIC 9(4).
       77  Wanted-Period               PIC 9(6).
       77  Closed-Count                PIC 9(2).
       01  Opening-Source              PIC X(01) VALUE "N".
          88  Opening-From-Year-End       VALUE "Y".
          88  Opening-From-Period         VALUE "P".

      *    the year's twelve periods, closed or not
       01  Month-Closed-Table.
           03  Month-Closed            PIC X OCCURS 12.
       77  Month-Ind                   PIC 9(2) COMP.

      *    one row per customer on cust.ism, in code order, and one
      *    more after them for codes no longer on it
       77  Cust-Count                  PIC 9(5) COMP VALUE 0.
       77  Stray-Ind                   PIC 9(5) COMP.
       77  Cust-Ind                    PIC 9(5) COMP.
       77  This-Cust-Ind               PIC 9(5) COMP.
       77  Low-Ind                     PIC 9(5) COMP.
       77  High-Ind                    PIC 9(5) COMP.
       77  Mid-Ind                     PIC 9(5) COMP.
       01  Wanted-Code                 PIC X(5).
       01  Customer-Rows.
           03  Yc-Entry OCCURS Max-Year-Customers.
               05  Yc-C-Code           PIC X(5).
               05  Yc-C-Name           PIC X(15).
               05  Yc-C-Area           PIC X.
               05  Yc-Figure           PIC S9(11)V99 COMP OCCURS 7.

       77  Fig-Ind                     PIC 9(2) COMP.
       77  Entry-Ind                   PIC 9(2) COMP.
       77  Line-Value                  PIC S9(11)V99 COMP.
       77  Listed-Count                PIC 9(6) VALUE 0.
       77  Stray-Count                 PIC 9(6) VALUE 0.

       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
       77  Move-Ind                    PIC 9(4) COMP.
       01  Area-Rows.
           03  Ar-Entry OCCURS Max-Areas.
               05  Ar-Area             PIC X.
               05  Ar-Customers        PIC 9(6) COMP.
               05  Ar-Figure           PIC S9(11)V99 COMP OCCURS 7.
       01  Area-Row-Hold.
           03  Arh-Area                PIC X.
           03  Arh-Customers           PIC 9(6) COMP.
           03  Arh-Figure              PIC S9(11)V99 COMP OCCURS 7.
       01  Grand-Figures.
           03  Gr-Figure               PIC S9(11)V99 COMP OCCURS 7.

      *    the three document sequences - first numbers as Custinv,
      *    Custquot and Custstmt seed them
       01  Sequence-Values.
           03  FILLER  PIC X(16) VALUE "invnum.dat".
           03  FILLER  PIC X(10) VALUE "INVOICE".
           03  FILLER  PIC 9(6)  VALUE 100001.
           03  FILLER  PIC X(16) VALUE "quotnum.dat".
           03  FILLER  PIC X(10) VALUE "QUOTE".
           03  FILLER  PIC 9(6)  VALUE 500001.
           03  FILLER  PIC X(16) VALUE "stmtnum.dat".
           03  FILLER  PIC X(10) VALUE "STATEMENT".
           03  FILLER  PIC 9(6)  VALUE 100001.
       01  Sequence-Table REDEFINES Sequence-Values.
           03  Sq-Entry OCCURS 3.
               05  Sq-File-Name        PIC X(16).
               05  Sq-Label            PIC X(10).
               05  Sq-Seed             PIC 9(6).
       77  Seq-Ind                     PIC 9(2) COMP.
       01  Sequence-Results.
           03  Sr-Entry OCCURS 3.
               05  Sr-Old-Next         PIC 9(6).
               05  Sr-New-Start        PIC 9(6).

      *    the restarts earlier year-ends made, oldest first
       77  Restart-Count               PIC 9(4) COMP VALUE 0.
       77  Restart-Ind                 PIC 9(4) COMP.
       01  Restart-Rows.
           03  Rs-Entry OCCURS Max-Restarts.
               05  Rs-Old-Next         PIC 9(6) OCCURS 3.
               05  Rs-New-Start        PIC 9(6) OCCURS 3.

       77  Current-Next                PIC 9(6).
       77  New-Prefix                  PIC 9(2).
       77  Prefix-Work                 PIC 9(4).
       77  New-Start                   PIC 9(6).
       77  New-End                     PIC 9(6).
       77  Era-Start                   PIC 9(6).
       77  Era-End                     PIC 9(6).

       01  Heading-Line.
           03  FILLER                  PIC X(40) VALUE
               "YEAR-END TURNOVER AND BALANCES FOR YEAR ".
           03  Hd-Year                 PIC 9(4).
           03  FILLER                  PIC X(13) VALUE
               "   CLOSED ON ".
           03  Hd-Date                 PIC 9(8).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  Hd-By                   PIC X(8).

       01  Opening-Line.
           03  FILLER                  PIC X(26) VALUE
               "OPENING BALANCES FROM THE ".
           03  Op-Source               PIC X(40).

       01  Column-Heading.
           03  FILLER                  PIC X(28) VALUE
               "CODE   NAME             AREA".
           03  FILLER                  PIC X(14) VALUE
               "       OPENING".
           03  FILLER                  PIC X(14) VALUE
               "      TURNOVER".
           03  FILLER                  PIC X(14) VALUE
               "  CREDIT NOTES".
           03  FILLER                  PIC X(14) VALUE
               "    WRITE-OFFS".
           03  FILLER                  PIC X(14) VALUE
               " CASH RECEIVED".
           03  FILLER                  PIC X(14) VALUE
               "         OTHER".
           03  FILLER                  PIC X(14) VALUE
               "       CLOSING".

       01  Customer-Line.
           03  Cl-C-Code               PIC X(5).
           03  FILLER                  PIC X(2).
           03  Cl-C-Name               PIC X(15).
           03  FILLER                  PIC X(2).
           03  Cl-C-Area               PIC X.
           03  FILLER                  PIC X(3).
           03  Cl-Column OCCURS 7.
               05  FILLER              PIC X(1).
               05  Cl-Amount           PIC -(9)9.99.

       01  Total-Line.
           03  Tl-Caption              PIC X(15).
           03  Tl-Area                 PIC X.
           03  FILLER                  PIC X(1).
           03  Tl-Customers            PIC Z(5)9.
           03  FILLER                  PIC X(5).
           03  Tl-Column OCCURS 7.
               05  FILLER              PIC X(1).
               05  Tl-Amount           PIC -(9)9.99.

      *    the report columns run opening, turnover, credit notes,
      *    write-offs, cash, other, closing
       01  Column-Order-Values         PIC X(14) VALUE
               "01020304050706".
       01  Column-Order REDEFINES Column-Order-Values.
           03  Co-Fig                  PIC 9(2) OCCURS 7.
       77  Column-Ind                  PIC 9(2) COMP.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTYEND: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT Year-Refused
               PERFORM Ask-For-The-Year
           END-IF
           IF NOT Year-Refused
               PERFORM Check-The-Year
           END-IF
           IF NOT Year-Refused
               PERFORM Ask-To-Go-Ahead
           END-IF
           IF NOT Year-Refused
               PERFORM Load-The-Customers
               PERFORM Take-Opening-Balances
               COMPUTE Wanted-Period = Yend-Year * 100 + 12
               MOVE Fig-Closing TO Fig-Ind
               PERFORM Add-Stored-Balances
               PERFORM Add-The-Order-Lines
               PERFORM Add-The-History-Lines
               PERFORM Add-The-Write-Offs
               PERFORM Add-The-Cash
               PERFORM Take-Off-The-Discounts
               PERFORM Print-The-Year
               PERFORM Write-Year-Balances
               IF Renumber-Wanted
                   PERFORM Restart-The-Sequences
               END-IF
               PERFORM Stamp-The-Year
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "CUSTYEND: SUPERVISORS ONLY"
               SET Year-Refused TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Ask-For-The-Year SECTION.

           DISPLAY "YEAR TO CLOSE (CCYY): " WITH NO ADVANCING
           MOVE SPACES TO Answer-Line
           ACCEPT Answer-Line
           MOVE 0 TO Yend-Year
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 4
               MOVE Answer-Line(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Yend-Year = Yend-Year * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Yend-Year < 1900
               DISPLAY "KEY THE YEAR AS CCYY"
               SET Year-Refused TO TRUE
           END-IF
           COMPUTE Prior-Year = Yend-Year - 1
       .
      *---------------------------------------------------------------*
       Check-The-Year SECTION.
      *    The year must be over, the next one due to close, and
      *    every one of its periods closed with its balances stored.

           PERFORM Load-Year-Control
           EVALUATE TRUE
               WHEN Yend-Year NOT < Run-Year
                   DISPLAY "YEAR " Yend-Year " HAS NOT ENDED"
                   SET Year-Refused TO TRUE
               WHEN Yend-Year NOT > Last-Closed-Year
                   DISPLAY "YEAR " Yend-Year " IS CLOSED ALREADY"
                   SET Year-Refused TO TRUE
               WHEN Last-Closed-Year NOT = 0
                AND Yend-Year NOT = Last-Closed-Year + 1
                   DISPLAY "YEAR " Last-Closed-Year " WAS THE LAST "
                           "CLOSED - CLOSE THE YEARS IN ORDER"
                   SET Year-Refused TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT Year-Refused
               PERFORM Check-The-Periods
           END-IF

           IF NOT Year-Refused
               COMPUTE Wanted-Period = Yend-Year * 100 + 12
               PERFORM Check-Balances-Stored
               IF NOT Stored-Found
                   DISPLAY "NOTHING STORED FOR PERIOD " Wanted-Period
                           " - CLOSE IT AGAIN ON CUSTPERM"
                   SET Year-Refused TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Year-Control SECTION.

           OPEN INPUT Year-Control-File
           IF NOT Year-Control-File-Not-Found
               PERFORM UNTIL Year-Control-File-Eof
                   READ Year-Control-File
                       AT END
                           SET Year-Control-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Note-One-Closed-Year
                   END-READ
               END-PERFORM
               CLOSE Year-Control-File
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Closed-Year SECTION.

           IF Yct-Year > Last-Closed-Year
               MOVE Yct-Year TO Last-Closed-Year
           END-IF
           IF Yct-Renumbered = "Y" AND Restart-Count < Max-Restarts
               ADD 1 TO Restart-Count
               PERFORM VARYING Seq-Ind FROM 1 BY 1 UNTIL Seq-Ind > 3
                   MOVE Yct-Old-Next(Seq-Ind)
                     TO Rs-Old-Next(Restart-Count, Seq-Ind)
                   MOVE Yct-New-Start(Seq-Ind)
                     TO Rs-New-Start(Restart-Count, Seq-Ind)
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Check-The-Periods SECTION.

           MOVE ALL "N" TO Month-Closed-Table
           OPEN INPUT Period-File
           IF NOT Period-File-Not-Found
               PERFORM UNTIL Period-File-Eof
                   READ Period-File
                       AT END
                           SET Period-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Per-Period / 100
                           COMPUTE Month-Ind = Per-Period
                                             - Line-Year * 100
                           IF Line-Year = Yend-Year
                              AND Month-Ind > 0 AND Month-Ind < 13
                              AND Per-Status = "C"
                               MOVE "Y" TO Month-Closed(Month-Ind)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Period-File
           END-IF

           MOVE 0 TO Closed-Count
           PERFORM VARYING Month-Ind FROM 1 BY 1 UNTIL Month-Ind > 12
               IF Month-Closed(Month-Ind) = "Y"
                   ADD 1 TO Closed-Count
               ELSE
                   COMPUTE Wanted-Period = Yend-Year * 100 + Month-Ind
                   DISPLAY "PERIOD " Wanted-Period " IS NOT CLOSED"
               END-IF
           END-PERFORM
           IF Closed-Count < 12
               DISPLAY "CLOSE EVERY PERIOD OF " Yend-Year
                       " ON CUSTPERM FIRST"
               SET Year-Refused TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Balances-Stored SECTION.

           MOVE "N" TO Stored-Found-Sw
           OPEN INPUT Period-Balance-File
           IF NOT Period-Balance-File-Not-Found
               PERFORM Start-Period-Store
               IF NOT Store-Done
                   SET Stored-Found TO TRUE
               END-IF
               CLOSE Period-Balance-File
           END-IF
       .
      *---------------------------------------------------------------*
       Start-Period-Store SECTION.
      *    Positions on Wanted-Period's first record; Store-Done
      *    when there is none.

           MOVE "N" TO Store-Done-Sw
           MOVE LOW-VALUES TO Pb-Key
           MOVE Wanted-Period TO Pb-Period
           START Period-Balance-File KEY NOT LESS THAN Pb-Key
               INVALID KEY
                   SET Store-Done TO TRUE
           END-START
           IF NOT Store-Done
               PERFORM Read-Next-Stored
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Next-Stored SECTION.

           READ Period-Balance-File NEXT RECORD
               AT END
                   SET Store-Done TO TRUE
               NOT AT END
                   IF Pb-Period NOT = Wanted-Period
                       SET Store-Done TO TRUE
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Ask-To-Go-Ahead SECTION.

           DISPLAY "RESTART INVOICE, QUOTE AND STATEMENT NUMBERS "
                   "WITH THE NEW YEAR IN FRONT (Y/N): "
                   WITH NO ADVANCING
           MOVE SPACES TO Answer-Line
           ACCEPT Answer-Line
           IF Answer-Line(1:1) = "Y" OR Answer-Line(1:1) = "y"
               SET Renumber-Wanted TO TRUE
           END-IF

           DISPLAY "CLOSE YEAR " Yend-Year
                   " - NO POSTING WILL BE TAKEN IN IT AFTER (Y/N): "
                   WITH NO ADVANCING
           MOVE SPACES TO Answer-Line
           ACCEPT Answer-Line
           IF Answer-Line(1:1) NOT = "Y" AND Answer-Line(1:1) NOT = "y"
               DISPLAY "YEAR " Yend-Year " LEFT OPEN"
               SET Year-Refused TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Customers SECTION.
      *    cust.ism in code order - the rows stay sorted, so a code
      *    is found by halving.  The last row is kept back for codes
      *    that are no longer on file.

           OPEN INPUT Customer-File
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
                   AT END
                       SET Customer-File-Eof TO TRUE
                   NOT AT END
                       IF Cust-Count < Max-Year-Customers - 1
                           ADD 1 TO Cust-Count
                           MOVE File-C-Code TO Yc-C-Code(Cust-Count)
                           MOVE File-C-Name TO Yc-C-Name(Cust-Count)
                           MOVE File-C-Area TO Yc-C-Area(Cust-Count)
                       ELSE
                           SET Table-Full TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File
           IF Table-Full
               DISPLAY "CUSTYEND: MORE THAN " Cust-Count " CUSTOMERS"
                       " - THE REST ARE SHOWN AS NOT ON FILE"
           END-IF

           COMPUTE Stray-Ind = Cust-Count + 1
           MOVE "*****"       TO Yc-C-Code(Stray-Ind)
           MOVE "NOT ON FILE" TO Yc-C-Name(Stray-Ind)
           MOVE SPACE         TO Yc-C-Area(Stray-Ind)
           PERFORM VARYING Cust-Ind FROM 1 BY 1
                              UNTIL Cust-Ind > Stray-Ind
               PERFORM VARYING Fig-Ind FROM 1 BY 1 UNTIL Fig-Ind > 7
                   MOVE 0 TO Yc-Figure(Cust-Ind, Fig-Ind)
               END-PERFORM
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Find-Customer-Row SECTION.
      *    Wanted-Code's row in This-Cust-Ind - the not-on-file row
      *    when it has none.

           MOVE 0 TO This-Cust-Ind
           MOVE 1 TO Low-Ind
           MOVE Cust-Count TO High-Ind
           PERFORM UNTIL Low-Ind > High-Ind OR This-Cust-Ind NOT = 0
               COMPUTE Mid-Ind = (Low-Ind + High-Ind) / 2
               EVALUATE TRUE
                   WHEN Yc-C-Code(Mid-Ind) = Wanted-Code
                       MOVE Mid-Ind TO This-Cust-Ind
                   WHEN Yc-C-Code(Mid-Ind) < Wanted-Code
                       COMPUTE Low-Ind = Mid-Ind + 1
                   WHEN OTHER
                       COMPUTE High-Ind = Mid-Ind - 1
               END-EVALUATE
           END-PERFORM
           IF This-Cust-Ind = 0
               MOVE Stray-Ind TO This-Cust-Ind
           END-IF
       .
      *---------------------------------------------------------------*
       Take-Opening-Balances SECTION.
      *    The last year-end's closing balances; failing those, the
      *    balances stored when the previous year's last period
      *    closed; failing those, nought.

           OPEN INPUT Year-Balance-File
           IF NOT Year-Balance-File-Not-Found
               PERFORM UNTIL Year-Balance-File-Eof
                   READ Year-Balance-File
                       AT END
                           SET Year-Balance-File-Eof TO TRUE
                       NOT AT END
                           IF Ybl-Year = Prior-Year
                               SET Opening-From-Year-End TO TRUE
                               MOVE Ybl-C-Code TO Wanted-Code
                               PERFORM Find-Customer-Row
                               ADD Ybl-Amount(Fig-Closing) TO
                                   Yc-Figure(This-Cust-Ind, Fig-Opening)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Year-Balance-File
           END-IF

           IF NOT Opening-From-Year-End
               COMPUTE Wanted-Period = Prior-Year * 100 + 12
               MOVE Fig-Opening TO Fig-Ind
               PERFORM Add-Stored-Balances
               IF Stored-Found
                   SET Opening-From-Period TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Add-Stored-Balances SECTION.
      *    Each customer's balance stored at Wanted-Period's close
      *    into figure Fig-Ind.

           MOVE "N" TO Stored-Found-Sw
           OPEN INPUT Period-Balance-File
           IF NOT Period-Balance-File-Not-Found
               PERFORM Start-Period-Store
               PERFORM UNTIL Store-Done
                   SET Stored-Found TO TRUE
                   IF Pb-Ord-No = 0
                       MOVE Pb-C-Code TO Wanted-Code
                       PERFORM Find-Customer-Row
                       ADD Pb-Outstanding TO
                           Yc-Figure(This-Cust-Ind, Fig-Ind)
                   END-IF
                   PERFORM Read-Next-Stored
               END-PERFORM
               CLOSE Period-Balance-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-The-Order-Lines SECTION.

           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               PERFORM UNTIL Order-Line-File-Eof
                   READ Order-Line-File NEXT RECORD
                       AT END
                           SET Order-Line-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Ordl-Ord-Date / 10000
                           IF Line-Year = Yend-Year
                               MOVE Ordl-C-Code  TO Wanted-Code
                               MOVE Ordl-Ord-Val TO Line-Value
                               MOVE Ordl-Ord-Type TO Digit-Cell-X
                               PERFORM Add-One-Sales-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Order-Line-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-The-History-Lines SECTION.

           OPEN INPUT History-File
           IF NOT History-File-Not-Found
               PERFORM UNTIL History-File-Eof
                   READ History-File NEXT RECORD
                       AT END
                           SET History-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Hist-Ord-Date / 10000
                           IF Line-Year = Yend-Year
                               MOVE Hist-C-Code  TO Wanted-Code
                               MOVE Hist-Ord-Val TO Line-Value
                               MOVE Hist-Ord-Type TO Digit-Cell-X
                               PERFORM Add-One-Sales-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-One-Sales-Line SECTION.
      *    The line's type is in Digit-Cell-X: a credit note ("C")
      *    counts as one, interest ("N") is not turnover, anything
      *    else - written-off lines too - is.

           PERFORM Find-Customer-Row
           EVALUATE Digit-Cell-X
               WHEN "C"
                   ADD Line-Value TO
                       Yc-Figure(This-Cust-Ind, Fig-Credits)
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   ADD Line-Value TO
                       Yc-Figure(This-Cust-Ind, Fig-Turnover)
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Add-The-Write-Offs SECTION.

           OPEN INPUT Write-Off-File
           IF NOT Write-Off-File-Not-Found
               PERFORM UNTIL Write-Off-File-Eof
                   READ Write-Off-File
                       AT END
                           SET Write-Off-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Wof-Date / 10000
                           IF Line-Year = Yend-Year
                               MOVE Wof-C-Code TO Wanted-Code
                               PERFORM Find-Customer-Row
                               MOVE Fig-Write-Offs TO Fig-Ind
                               ADD Wof-Amount TO
                                   Yc-Figure(This-Cust-Ind, Fig-Ind)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Write-Off-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-The-Cash SECTION.
      *    The generations Custarot rotated in the year or the one
      *    after (a month's entries are rotated at its end), then
      *    the live log; only entries dated in the year count.

           OPEN INPUT Catalogue-File
           IF NOT Catalogue-File-Not-Found
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Cat-Period / 100
                           IF Line-Year = Yend-Year
                              OR Line-Year = Yend-Year + 1
                               MOVE Cat-File-Name TO Audit-File-Name
                               PERFORM Add-One-Audit-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
           END-IF

           MOVE "custaudt.log" TO Audit-File-Name
           PERFORM Add-One-Audit-File
       .
      *---------------------------------------------------------------*
       Add-One-Audit-File SECTION.

           MOVE SPACES TO Audit-File-Status
           OPEN INPUT Audit-File
           IF Audit-File-Not-Found
               IF Audit-File-Name NOT = "custaudt.log"
                   DISPLAY "CUSTYEND: CATALOGUED GENERATION MISSING: "
                           Audit-File-Name
               END-IF
           ELSE
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Audit-Date / 10000
                           IF Line-Year = Yend-Year
                              AND Audit-Reason(1:13) = "CUSTCASH RUN "
                               PERFORM Add-One-Receipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Audit-File
           END-IF
       .
      *---------------------------------------------------------------*
       Add-One-Receipt SECTION.

           MOVE Audit-C-Code TO Wanted-Code
           PERFORM Find-Customer-Row
           PERFORM VARYING Entry-Ind FROM 1 BY 1 UNTIL Entry-Ind > 10
               COMPUTE Line-Value = Audit-Pay-Val-After(Entry-Ind)
                                  - Audit-Pay-Val-Before(Entry-Ind)
               ADD Line-Value TO Yc-Figure(This-Cust-Ind, Fig-Cash)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Take-Off-The-Discounts SECTION.
      *    Settlement discount was paid off the lines with the cash
      *    but was not cash.

           OPEN INPUT Discount-File
           IF NOT Discount-File-Not-Found
               PERFORM UNTIL Discount-File-Eof
                   READ Discount-File
                       AT END
                           SET Discount-File-Eof TO TRUE
                       NOT AT END
                           COMPUTE Line-Year = Sdd-Date / 10000
                           IF Line-Year = Yend-Year
                               MOVE Sdd-C-Code TO Wanted-Code
                               PERFORM Find-Customer-Row
                               SUBTRACT Sdd-Amount FROM
                                   Yc-Figure(This-Cust-Ind, Fig-Cash)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Discount-File
           END-IF
       .
      *---------------------------------------------------------------*
       Print-The-Year SECTION.

           PERFORM VARYING Fig-Ind FROM 1 BY 1 UNTIL Fig-Ind > 7
               MOVE 0 TO Gr-Figure(Fig-Ind)
           END-PERFORM

           OPEN OUTPUT Report-File
           MOVE Yend-Year      TO Hd-Year
           MOVE Run-Date       TO Hd-Date
           MOVE My-Operator-Id TO Hd-By
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           EVALUATE TRUE
               WHEN Opening-From-Year-End
                   MOVE SPACES TO Op-Source
                   STRING Prior-Year " YEAR-END" DELIMITED BY SIZE
                       INTO Op-Source
                   END-STRING
                   MOVE Opening-Line TO Report-Line
               WHEN Opening-From-Period
                   MOVE SPACES TO Op-Source
                   STRING "CLOSE OF PERIOD " Prior-Year "12"
                       DELIMITED BY SIZE INTO Op-Source
                   END-STRING
                   MOVE Opening-Line TO Report-Line
               WHEN OTHER
                   MOVE "NO EARLIER YEAR-END OR PERIOD CLOSE - OPENING"
                     & " BALANCES NOUGHT" TO Report-Line
           END-EVALUATE
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Heading TO Report-Line
           WRITE Report-Line

           PERFORM VARYING Cust-Ind FROM 1 BY 1
                              UNTIL Cust-Ind > Stray-Ind
               PERFORM Print-One-Customer
           END-PERFORM

           PERFORM Print-Area-Totals
           CLOSE Report-File
           DISPLAY "YEAR " Yend-Year ": " Listed-Count
                   " CUSTOMERS ON CUSTYEND.PRT"
           IF Stray-Count NOT = 0
               DISPLAY "FIGURES FOR CODES NO LONGER ON FILE ARE "
                       "SHOWN AS *****"
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Customer SECTION.
      *    Whatever moved the balance and is not one of the named
      *    figures is "other"; a customer with nothing at all is
      *    left off.

           COMPUTE Yc-Figure(Cust-Ind, Fig-Other) =
                   Yc-Figure(Cust-Ind, Fig-Closing)
                 - Yc-Figure(Cust-Ind, Fig-Opening)
                 - Yc-Figure(Cust-Ind, Fig-Turnover)
                 - Yc-Figure(Cust-Ind, Fig-Credits)
                 + Yc-Figure(Cust-Ind, Fig-Write-Offs)
                 + Yc-Figure(Cust-Ind, Fig-Cash)

           IF Yc-Figure(Cust-Ind, Fig-Opening)    NOT = 0
              OR Yc-Figure(Cust-Ind, Fig-Turnover)   NOT = 0
              OR Yc-Figure(Cust-Ind, Fig-Credits)    NOT = 0
              OR Yc-Figure(Cust-Ind, Fig-Write-Offs) NOT = 0
              OR Yc-Figure(Cust-Ind, Fig-Cash)       NOT = 0
              OR Yc-Figure(Cust-Ind, Fig-Closing)    NOT = 0
               ADD 1 TO Listed-Count
               IF Cust-Ind = Stray-Ind
                   ADD 1 TO Stray-Count
               END-IF
               MOVE SPACES TO Customer-Line
               MOVE Yc-C-Code(Cust-Ind) TO Cl-C-Code
               MOVE Yc-C-Name(Cust-Ind) TO Cl-C-Name
               MOVE Yc-C-Area(Cust-Ind) TO Cl-C-Area
               PERFORM VARYING Column-Ind FROM 1 BY 1
                                  UNTIL Column-Ind > 7
                   MOVE Yc-Figure(Cust-Ind, Co-Fig(Column-Ind))
                     TO Cl-Amount(Column-Ind)
               END-PERFORM
               MOVE Customer-Line TO Report-Line
               WRITE Report-Line

               PERFORM Find-Area-Row
               IF This-Area-Ind NOT = 0
                   ADD 1 TO Ar-Customers(This-Area-Ind)
               END-IF
               PERFORM VARYING Fig-Ind FROM 1 BY 1 UNTIL Fig-Ind > 7
                   ADD Yc-Figure(Cust-Ind, Fig-Ind)
                    TO Gr-Figure(Fig-Ind)
                   IF This-Area-Ind NOT = 0
                       ADD Yc-Figure(Cust-Ind, Fig-Ind)
                        TO Ar-Figure(This-Area-Ind, Fig-Ind)
                   END-IF
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Area-Row SECTION.
      *    Rows are kept in area order as they are found, so the
      *    totals print sorted.

           MOVE 0 TO This-Area-Ind
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
                                    OR This-Area-Ind NOT = 0
               IF Ar-Area(Area-Ind) = Yc-C-Area(Cust-Ind)
                   MOVE Area-Ind TO This-Area-Ind
               END-IF
           END-PERFORM

           IF This-Area-Ind = 0 AND Area-Count < Max-Areas
               ADD 1 TO Area-Count
               MOVE Area-Count TO This-Area-Ind
               PERFORM VARYING Move-Ind FROM Area-Count BY -1
                                  UNTIL Move-Ind = 1
                                     OR Ar-Area(Move-Ind - 1)
                                             < Yc-C-Area(Cust-Ind)
                   MOVE Ar-Entry(Move-Ind - 1) TO Area-Row-Hold
                   MOVE Area-Row-Hold TO Ar-Entry(Move-Ind)
                   COMPUTE This-Area-Ind = Move-Ind - 1
               END-PERFORM
               MOVE Yc-C-Area(Cust-Ind) TO Ar-Area(This-Area-Ind)
               MOVE 0 TO Ar-Customers(This-Area-Ind)
               PERFORM VARYING Fig-Ind FROM 1 BY 1 UNTIL Fig-Ind > 7
                   MOVE 0 TO Ar-Figure(This-Area-Ind, Fig-Ind)
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
               PERFORM VARYING Column-Ind FROM 1 BY 1
                                  UNTIL Column-Ind > 7
                   MOVE Ar-Figure(Area-Ind, Co-Fig(Column-Ind))
                     TO Tl-Amount(Column-Ind)
               END-PERFORM
               MOVE Total-Line TO Report-Line
               WRITE Report-Line
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Total-Line
           MOVE "GRAND TOTAL" TO Tl-Caption
           MOVE Listed-Count TO Tl-Customers
           PERFORM VARYING Column-Ind FROM 1 BY 1 UNTIL Column-Ind > 7
               MOVE Gr-Figure(Co-Fig(Column-Ind))
                 TO Tl-Amount(Column-Ind)
           END-PERFORM
           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Year-Balances SECTION.
      *    Every customer with anything to carry - the next
      *    year-end opens from these.

           OPEN EXTEND Year-Balance-File
           IF Year-Balance-File-Not-Found
               OPEN OUTPUT Year-Balance-File
               CLOSE Year-Balance-File
               OPEN EXTEND Year-Balance-File
           END-IF
           PERFORM VARYING Cust-Ind FROM 1 BY 1
                              UNTIL Cust-Ind > Stray-Ind
               IF Yc-Figure(Cust-Ind, Fig-Opening)    NOT = 0
                  OR Yc-Figure(Cust-Ind, Fig-Turnover)   NOT = 0
                  OR Yc-Figure(Cust-Ind, Fig-Credits)    NOT = 0
                  OR Yc-Figure(Cust-Ind, Fig-Write-Offs) NOT = 0
                  OR Yc-Figure(Cust-Ind, Fig-Cash)       NOT = 0
                  OR Yc-Figure(Cust-Ind, Fig-Closing)    NOT = 0
                   MOVE SPACES TO Year-Balance-Record
                   MOVE Yend-Year           TO Ybl-Year
                   MOVE Yc-C-Code(Cust-Ind) TO Ybl-C-Code
                   MOVE Yc-C-Area(Cust-Ind) TO Ybl-C-Area
                   PERFORM VARYING Fig-Ind FROM 1 BY 1
                                      UNTIL Fig-Ind > 6
                       MOVE Yc-Figure(Cust-Ind, Fig-Ind)
                         TO Ybl-Amount(Fig-Ind)
                   END-PERFORM
                   WRITE Year-Balance-Record
               END-IF
           END-PERFORM
           CLOSE Year-Balance-File
       .
      *---------------------------------------------------------------*
       Restart-The-Sequences SECTION.
      *    The new year's two digits and 0001 - unless a number in
      *    that range has been issued before.

           COMPUTE Prefix-Work = Yend-Year + 1
           DIVIDE Prefix-Work BY 100 GIVING Prefix-Work
               REMAINDER New-Prefix
           COMPUTE New-Start = New-Prefix * 10000 + 1
           COMPUTE New-End = New-Prefix * 10000 + 9999

           PERFORM VARYING Seq-Ind FROM 1 BY 1 UNTIL Seq-Ind > 3
               MOVE 0 TO Sr-Old-Next(Seq-Ind)
               MOVE 0 TO Sr-New-Start(Seq-Ind)
               PERFORM Restart-One-Sequence
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Restart-One-Sequence SECTION.

           MOVE Sq-File-Name(Seq-Ind) TO Number-File-Name
           MOVE Sq-Seed(Seq-Ind) TO Current-Next
           OPEN INPUT Number-File
           IF NOT Number-File-Not-Found
               READ Number-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Num-Next-No TO Current-Next
               END-READ
               CLOSE Number-File
           END-IF

      *    the numbers issued so far: from the seed to the first
      *    restart, from each restart to the next, from the last
      *    one to the number the sequence stands at now
           MOVE "N" TO Clash-Sw
           MOVE Sq-Seed(Seq-Ind) TO Era-Start
           PERFORM VARYING Restart-Ind FROM 1 BY 1
                              UNTIL Restart-Ind > Restart-Count
               IF Rs-New-Start(Restart-Ind, Seq-Ind) NOT = 0
                   MOVE Rs-Old-Next(Restart-Ind, Seq-Ind) TO Era-End
                   PERFORM Check-One-Era
                   MOVE Rs-New-Start(Restart-Ind, Seq-Ind)
                     TO Era-Start
               END-IF
           END-PERFORM
           MOVE Current-Next TO Era-End
           PERFORM Check-One-Era

           IF Range-Clash
               DISPLAY Sq-Label(Seq-Ind) " NUMBERS LEFT RUNNING ON AT "
                       Current-Next " - " New-Start " ONWARDS HAVE "
                       "BEEN ISSUED BEFORE"
           ELSE
               OPEN OUTPUT Number-File
               MOVE New-Start TO Num-Next-No
               WRITE Number-Record
               CLOSE Number-File
               MOVE Current-Next TO Sr-Old-Next(Seq-Ind)
               MOVE New-Start    TO Sr-New-Start(Seq-Ind)
               DISPLAY Sq-Label(Seq-Ind) " NUMBERS RESTART AT "
                       New-Start
           END-IF
       .
      *---------------------------------------------------------------*
       Check-One-Era SECTION.
      *    Era-Start up to (not including) Era-End were issued.

           IF Era-End > Era-Start
              AND Era-Start NOT > New-End
              AND Era-End > New-Start
               SET Range-Clash TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Stamp-The-Year SECTION.

           OPEN EXTEND Year-Control-File
           IF Year-Control-File-Not-Found
               OPEN OUTPUT Year-Control-File
               CLOSE Year-Control-File
               OPEN EXTEND Year-Control-File
           END-IF
           MOVE SPACES TO Year-Control-Record
           MOVE Yend-Year      TO Yct-Year
           MOVE My-Operator-Id TO Yct-Closed-By
           MOVE Run-Date       TO Yct-Closed-On
           IF Renumber-Wanted
               MOVE "Y" TO Yct-Renumbered
           ELSE
               MOVE "N" TO Yct-Renumbered
           END-IF
           PERFORM VARYING Seq-Ind FROM 1 BY 1 UNTIL Seq-Ind > 3
               IF Renumber-Wanted
                   MOVE Sr-Old-Next(Seq-Ind)  TO Yct-Old-Next(Seq-Ind)
                   MOVE Sr-New-Start(Seq-Ind) TO Yct-New-Start(Seq-Ind)
               ELSE
                   MOVE 0 TO Yct-Old-Next(Seq-Ind)
                   MOVE 0 TO Yct-New-Start(Seq-Ind)
               END-IF
           END-PERFORM
           WRITE Year-Control-Record
           CLOSE Year-Control-File
           DISPLAY "YEAR " Yend-Year " CLOSED - NO POSTING DATED IN IT"
                   " WILL BE TAKEN"
       .

      *****************************************************************
