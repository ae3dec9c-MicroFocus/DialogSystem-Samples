      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcolw.

      *---------------------------------------------------------------*
      *    Collections call worklist console.  One prioritised call
      *    list per collector in place of reading Custaged, Custnrpt,
      *    Custplnr and Custdrpt side by side every morning.  At
      *    start the collector's customers are gathered - those
      *    given to them on custcoll.ism (see CUSTCOLL.CPY), by
      *    customer or by area; ALL takes the whole ledger - and
      *    each is scored on:
      *      - the overdue amount: every undisputed order line
      *        unpaid past its due date (terms days after
      *        Ordl-Ord-Date - see TERMLOOK.CBL), Points-Per-Hundred
      *        for each whole hundred;
      *      - the age: Points-Per-Week-Late for each whole week the
      *        oldest of those lines is past due;
      *      - the risk grade Custrisk left on custrisk.ism:
      *        Points-Per-Grade for each band below "A";
      *      - broken promises: Points-Per-Broken for each payment
      *        plan instalment past due and unmet on custplan.dat and
      *        each promise or chase on custnote.ism whose follow-up
      *        date has gone by.
      *    Highest score is rung first.  A customer with nothing
      *    overdue but disputed lines is left off - that is the
      *    dispute handler's call, not collections' - and so is
      *    anyone with nothing overdue at all.  Then from the
      *    console:
      *        L         the call list again, * against the ones
      *                  already rung today
      *        N         the next customer not yet rung, on one
      *                  screen: balance, what is overdue, grade,
      *                  the latest notes and the payment plan
      *        S ccccc   the same screen for any customer - an
      *                  inbound call, or one off the list
      *        R         record the outcome of the call to the
      *                  customer on screen (see CUSTCALL.CPY for
      *                  the outcome codes); a promise to pay asks
      *                  for the date and amount promised, anything
      *                  else for an optional call-back date
      *        Q         leave
      *    Every outcome is written as a note on custnote.ism with
      *    the promise (or call-back) date as its Note-Follow-Up, so
      *    the Custnrpt follow-up report picks it up when it falls
      *    due, and appended to the call log custcall.dat that the
      *    Custcsum day-end summary counts.  Days are true
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
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Collector-File ASSIGN "custcoll.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Col-Key
           ACCESS IS RANDOM
           FILE STATUS IS Collector-File-Status.

           SELECT Risk-File ASSIGN "custrisk.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Risk-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Risk-File-Status.

           SELECT Note-File ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Note-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Note-File-Status.

           SELECT Plan-File ASSIGN "custplan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Plan-File-Status.

           SELECT Call-File ASSIGN "custcall.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Call-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Collector-File.
           COPY "CUSTCOLL.CPY".

       FD  Risk-File.
           COPY "CUSTRISK.CPY".

       FD  Note-File.
           COPY "CUSTNOTE.CPY".

      *    layout as Custplnm keeps it - see CUSTPLNM.CBL
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

       FD  Call-File.
           COPY "CUSTCALL.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Calls                   VALUE 1000.
       78  Max-Plan-Customers          VALUE 2000.
       78  Notes-Shown                 VALUE 5.
       78  Points-Per-Hundred          VALUE 1.
       78  Points-Per-Week-Late        VALUE 2.
       78  Points-Per-Grade            VALUE 25.
       78  Points-Per-Broken           VALUE 30.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Collector-File-Status       PIC X(2).
          88  Collector-File-Not-Found    VALUE "35".
       01  Collector-File-Open-Sw      PIC X(01) VALUE "N".
          88  Collector-File-Open         VALUE "Y".

       77  Risk-File-Status            PIC X(2).
          88  Risk-File-Not-Found         VALUE "35".
       01  Risk-File-Open-Sw           PIC X(01) VALUE "N".
          88  Risk-File-Open              VALUE "Y".

       77  Note-File-Status            PIC X(2).
          88  Note-File-Not-Found         VALUE "35".
       01  Note-Range-Done-Sw          PIC X(01).
          88  Note-Range-Done             VALUE "Y".

       77  Plan-File-Status            PIC X(2).
          88  Plan-File-Eof               VALUE "10".
          88  Plan-File-Not-Found         VALUE "35".

       77  Call-File-Status            PIC X(2).
          88  Call-File-Eof               VALUE "10".
          88  Call-File-Not-Found         VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Mine-Sw                     PIC X(01).
          88  Mine                        VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  My-Operator-Id              PIC X(8).
       01  My-Collector                PIC X(8).
          88  Whole-Ledger                VALUE "ALL".

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       77  Disputed-Amt                PIC S9(9)V99 COMP.
       77  Hundreds-Wrk                PIC 9(7) COMP.
       77  Weeks-Wrk                   PIC 9(4) COMP.
       77  Grade-Steps                 PIC 9(1) COMP.

       77  Call-Ind                    PIC 9(4) COMP.
       77  Call-Count                  PIC 9(4) COMP VALUE 0.
       77  Ins-Ind                     PIC 9(4) COMP.
       77  Shift-Ind                   PIC 9(4) COMP.
       77  Current-Ind                 PIC 9(4) COMP VALUE 0.
       77  Plan-Ind                    PIC 9(4) COMP.
       77  Plan-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Plan-Ind               PIC 9(4) COMP.
       77  Notes-Listed                PIC 9(2) COMP.
       77  Plan-Rows-Listed            PIC 9(4) COMP.
       77  Disputed-Skipped            PIC 9(6) VALUE 0.
       77  Calls-Made                  PIC 9(4) VALUE 0.
       77  Listed-Count                PIC 9(4).

      *    the call list, highest priority first
       01  Call-Table.
           03  Wl-Entry OCCURS Max-Calls.
               05  Wl-C-Code           PIC X(5).
               05  Wl-Name             PIC X(15).
               05  Wl-Overdue          PIC S9(9)V99 COMP.
               05  Wl-Days-Late        PIC 9(4) COMP.
               05  Wl-Grade            PIC X.
               05  Wl-Broken           PIC 9(4) COMP.
               05  Wl-Priority         PIC 9(7) COMP.
               05  Wl-Called-Sw        PIC X.
      *    the customer being scored - same shape as a Wl-Entry
       01  New-Call.
           03  Nc-C-Code               PIC X(5).
           03  Nc-Name                 PIC X(15).
           03  Nc-Overdue              PIC S9(9)V99 COMP.
           03  Nc-Days-Late            PIC 9(4) COMP.
           03  Nc-Grade                PIC X.
           03  Nc-Broken               PIC 9(4) COMP.
           03  Nc-Priority             PIC 9(7) COMP.
           03  Nc-Called-Sw            PIC X.

      *    broken plan instalments per customer, off custplan.dat
       01  Plan-Table.
           03  Plan-Entry OCCURS Max-Plan-Customers.
               05  Bp-C-Code           PIC X(5).
               05  Bp-Broken           PIC 9(4) COMP.

       01  Current-C-Code              PIC X(5) VALUE SPACES.

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Code                 PIC X(5).

       01  Entry-Outcome               PIC X(2).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Amount-X              PIC X(10).
       01  Entry-Date                  PIC 9(8).
       01  Entry-Amount                PIC 9(7)V99.
       01  Entry-Amount-Pence          PIC 9(9).
       01  Entry-Text                  PIC X(40).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Note-Amount                 PIC Z(6)9.99.

       01  List-Line.
           03  Lst-Rank                PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Called              PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Name                PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Overdue             PIC Z(7)9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Days-Late           PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Grade               PIC X.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Broken              PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Priority            PIC Z(6)9.

       01  Account-Line.
           03  FILLER                  PIC X(9) VALUE "BALANCE ".
           03  Acc-Balance             PIC -(8)9.99.
           03  FILLER                  PIC X(8) VALUE "  LIMIT ".
           03  Acc-Limit               PIC Z(6)9.
           03  FILLER                  PIC X(7) VALUE "  AREA ".
           03  Acc-Area                PIC X.

       01  Overdue-Line.
           03  FILLER                  PIC X(9) VALUE "OVERDUE ".
           03  Ovd-Overdue             PIC Z(8)9.99.
           03  FILLER                  PIC X(8) VALUE "  OLDEST".
           03  Ovd-Days-Late           PIC ZZZ9.
           03  FILLER                  PIC X(8) VALUE "D  GRADE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Ovd-Grade               PIC X.
           03  FILLER                  PIC X(9) VALUE "  BROKEN ".
           03  Ovd-Broken              PIC ZZ9.

       01  Note-Line.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Nl-Date                 PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Nl-Operator             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Nl-Follow-Up            PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Nl-Text                 PIC X(50).

       01  Plan-Line.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Pl-Ord-No               PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Pl-Seq                  PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Pl-Due-Date             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Pl-Amount               PIC Z(6)9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Pl-State                PIC X(6).

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTCOLW: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Load-Broken-Plans
           PERFORM Build-The-Worklist
           PERFORM Mark-Called-Today
           PERFORM Show-The-Worklist
           PERFORM Work-One-Action UNTIL All-Done
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           DISPLAY "COLLECTOR (ENTER FOR " My-Operator-Id
                   ", ALL FOR THE LEDGER): " WITH NO ADVANCING
           ACCEPT My-Collector
           IF My-Collector = SPACES
               MOVE My-Operator-Id TO My-Collector
           END-IF
           IF My-Collector = "all"
               SET Whole-Ledger TO TRUE
           END-IF

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN INPUT Collector-File
           IF NOT Collector-File-Not-Found
               SET Collector-File-Open TO TRUE
           END-IF
           OPEN INPUT Risk-File
           IF NOT Risk-File-Not-Found
               SET Risk-File-Open TO TRUE
           END-IF
           OPEN I-O Note-File
           IF Note-File-Not-Found
               OPEN OUTPUT Note-File
               CLOSE Note-File
               OPEN I-O Note-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Broken-Plans SECTION.
      *    One pass over the plan file: every instalment past its
      *    due date and still unmet counts against its customer.

           OPEN INPUT Plan-File
           IF NOT Plan-File-Not-Found
               PERFORM UNTIL Plan-File-Eof
                   READ Plan-File
                       AT END
                           SET Plan-File-Eof TO TRUE
                       NOT AT END
                           IF Pln-Met-Flag NOT = "Y"
                              AND Pln-Due-Date < Run-Date
                               PERFORM Count-One-Broken-Instalment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Plan-File
           END-IF
       .
      *---------------------------------------------------------------*
       Count-One-Broken-Instalment SECTION.

           MOVE 0 TO This-Plan-Ind
           PERFORM VARYING Plan-Ind FROM 1 BY 1
                              UNTIL Plan-Ind > Plan-Count
                                    OR This-Plan-Ind NOT = 0
               IF Bp-C-Code(Plan-Ind) = Pln-C-Code
                   MOVE Plan-Ind TO This-Plan-Ind
               END-IF
           END-PERFORM
           IF This-Plan-Ind = 0
              AND Plan-Count < Max-Plan-Customers
               ADD 1 TO Plan-Count
               MOVE Pln-C-Code TO Bp-C-Code(Plan-Count)
               MOVE 0 TO Bp-Broken(Plan-Count)
               MOVE Plan-Count TO This-Plan-Ind
           END-IF
           IF This-Plan-Ind NOT = 0
               ADD 1 TO Bp-Broken(This-Plan-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Build-The-Worklist SECTION.

           MOVE LOW-VALUES TO File-C-Code
           START Customer-File KEY IS NOT LESS THAN File-C-Code
               INVALID KEY
                   SET Customer-File-Eof TO TRUE
           END-START
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
                   AT END
                       SET Customer-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Judge-Collector
                       IF Mine
                           PERFORM Score-One-Customer
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Customer-File-Status
       .
      *---------------------------------------------------------------*
       Judge-Collector SECTION.
      *    The customer's own assignment first, then their area's.

           MOVE "N" TO Mine-Sw
           EVALUATE TRUE
               WHEN Whole-Ledger
                   SET Mine TO TRUE
               WHEN NOT Collector-File-Open
                   CONTINUE
               WHEN OTHER
                   MOVE "C"         TO Col-Kind
                   MOVE File-C-Code TO Col-Value
                   READ Collector-File
                       INVALID KEY
                           MOVE "A"         TO Col-Kind
                           MOVE File-C-Area TO Col-Value
                           READ Collector-File
                               INVALID KEY
                                   MOVE SPACES TO Col-Collector
                           END-READ
                   END-READ
                   IF Col-Collector = My-Collector
                       SET Mine TO TRUE
                   END-IF
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Score-One-Customer SECTION.

           INITIALIZE New-Call
           MOVE File-C-Code TO Nc-C-Code
           MOVE File-C-Name TO Nc-Name
           MOVE "N"         TO Nc-Called-Sw
           MOVE 0 TO Disputed-Amt

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

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
                           PERFORM Score-One-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Nc-Overdue NOT > 0
               IF Disputed-Amt > 0
                   ADD 1 TO Disputed-Skipped
               END-IF
           ELSE
               PERFORM Score-Grade-And-Promises
               PERFORM Insert-Into-Worklist
           END-IF
       .
      *---------------------------------------------------------------*
       Score-One-Line SECTION.

           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           IF Line-Bal-Wrk > 0
               IF Ordl-Ord-Status = "D"
                   ADD Line-Bal-Wrk TO Disputed-Amt
               ELSE
                   MOVE Ordl-Ord-Date TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Ord-Serial
                   COMPUTE Days-Late = Run-Serial - Ord-Serial
                                     - Trm-Days
                   IF Days-Late > 0
                       ADD Line-Bal-Wrk TO Nc-Overdue
                       IF Days-Late > Nc-Days-Late
                           MOVE Days-Late TO Nc-Days-Late
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Score-Grade-And-Promises SECTION.

           MOVE SPACE TO Nc-Grade
           IF Risk-File-Open
               MOVE File-C-Code TO Risk-C-Code
               READ Risk-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Risk-Grade TO Nc-Grade
               END-READ
           END-IF
           EVALUATE Nc-Grade
               WHEN "B"    MOVE 1 TO Grade-Steps
               WHEN "C"    MOVE 2 TO Grade-Steps
               WHEN "D"    MOVE 3 TO Grade-Steps
               WHEN "E"    MOVE 4 TO Grade-Steps
               WHEN OTHER  MOVE 0 TO Grade-Steps
           END-EVALUATE

           MOVE 0 TO Nc-Broken
           PERFORM VARYING Plan-Ind FROM 1 BY 1
                              UNTIL Plan-Ind > Plan-Count
               IF Bp-C-Code(Plan-Ind) = File-C-Code
                   MOVE Bp-Broken(Plan-Ind) TO Nc-Broken
               END-IF
           END-PERFORM

      *    a promise or chase whose follow-up date has passed
           MOVE "N" TO Note-Range-Done-Sw
           MOVE File-C-Code TO Note-C-Code
           MOVE 0 TO Note-Date
           MOVE 0 TO Note-Time
           START Note-File KEY IS NOT LESS THAN Note-Key
               INVALID KEY
                   SET Note-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Note-Range-Done
               READ Note-File NEXT RECORD
                   AT END
                       SET Note-Range-Done TO TRUE
                   NOT AT END
                       IF Note-C-Code NOT = File-C-Code
                           SET Note-Range-Done TO TRUE
                       ELSE
                           IF Note-Follow-Up NOT = 0
                              AND Note-Follow-Up < Run-Date
                               ADD 1 TO Nc-Broken
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DIVIDE Nc-Overdue BY 100 GIVING Hundreds-Wrk
           DIVIDE Nc-Days-Late BY 7 GIVING Weeks-Wrk
           COMPUTE Nc-Priority = Hundreds-Wrk * Points-Per-Hundred
                               + Weeks-Wrk * Points-Per-Week-Late
                               + Grade-Steps * Points-Per-Grade
                               + Nc-Broken * Points-Per-Broken
       .
      *---------------------------------------------------------------*
       Insert-Into-Worklist SECTION.
      *    Slot the customer in below everyone scoring as high or
      *    higher; a full list loses its lowest.

           MOVE 0 TO Ins-Ind
           PERFORM VARYING Call-Ind FROM 1 BY 1
                              UNTIL Call-Ind > Call-Count
                                    OR Ins-Ind NOT = 0
               IF Nc-Priority > Wl-Priority(Call-Ind)
                   MOVE Call-Ind TO Ins-Ind
               END-IF
           END-PERFORM
           IF Ins-Ind = 0
               IF Call-Count < Max-Calls
                   ADD 1 TO Call-Count
                   MOVE New-Call TO Wl-Entry(Call-Count)
               END-IF
           ELSE
               IF Call-Count < Max-Calls
                   ADD 1 TO Call-Count
               END-IF
               PERFORM VARYING Shift-Ind FROM Call-Count BY -1
                                  UNTIL Shift-Ind NOT > Ins-Ind
                   MOVE Wl-Entry(Shift-Ind - 1) TO Wl-Entry(Shift-Ind)
               END-PERFORM
               MOVE New-Call TO Wl-Entry(Ins-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Mark-Called-Today SECTION.
      *    A console restarted mid-morning still knows who has been
      *    rung today, by anyone.

           OPEN INPUT Call-File
           IF NOT Call-File-Not-Found
               PERFORM UNTIL Call-File-Eof
                   READ Call-File
                       AT END
                           SET Call-File-Eof TO TRUE
                       NOT AT END
                           IF Call-Date = Run-Date
                               MOVE Call-C-Code TO Answer-Code
                               PERFORM Find-On-Worklist
                               IF Current-Ind NOT = 0
                                   MOVE "Y" TO Wl-Called-Sw(Current-Ind)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Call-File
           END-IF
           MOVE 0 TO Current-Ind
           MOVE SPACES TO Call-File-Status
       .
      *---------------------------------------------------------------*
       Show-The-Worklist SECTION.

           MOVE Call-Count TO Listed-Count
           DISPLAY "CALL LIST FOR " My-Collector " - " Listed-Count
                   " CUSTOMERS, " Disputed-Skipped
                   " LEFT OFF AS ALL IN DISPUTE"
           DISPLAY "RANK   CODE  NAME                OVERDUE"
                   " LATE GR  BRK PRIORITY"
           PERFORM VARYING Call-Ind FROM 1 BY 1
                              UNTIL Call-Ind > Call-Count
               MOVE Call-Ind                TO Lst-Rank
               IF Wl-Called-Sw(Call-Ind) = "Y"
                   MOVE "*" TO Lst-Called
               ELSE
                   MOVE SPACE TO Lst-Called
               END-IF
               MOVE Wl-C-Code(Call-Ind)     TO Lst-C-Code
               MOVE Wl-Name(Call-Ind)       TO Lst-Name
               MOVE Wl-Overdue(Call-Ind)    TO Lst-Overdue
               MOVE Wl-Days-Late(Call-Ind)  TO Lst-Days-Late
               MOVE Wl-Grade(Call-Ind)      TO Lst-Grade
               MOVE Wl-Broken(Call-Ind)     TO Lst-Broken
               MOVE Wl-Priority(Call-Ind)   TO Lst-Priority
               DISPLAY List-Line
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / N / S ccccc / R / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:5) TO Answer-Code

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Worklist
               WHEN "N" WHEN "n"
                   PERFORM Show-Next-Customer
               WHEN "S" WHEN "s"
                   PERFORM Find-On-Worklist
                   MOVE Answer-Code TO Current-C-Code
                   PERFORM Show-One-Customer
               WHEN "R" WHEN "r"
                   PERFORM Record-Call-Outcome
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Show-Next-Customer SECTION.

           MOVE 0 TO Current-Ind
           PERFORM VARYING Call-Ind FROM 1 BY 1
                              UNTIL Call-Ind > Call-Count
                                    OR Current-Ind NOT = 0
               IF Wl-Called-Sw(Call-Ind) NOT = "Y"
                   MOVE Call-Ind TO Current-Ind
               END-IF
           END-PERFORM
           IF Current-Ind = 0
               DISPLAY "EVERYONE ON THE LIST HAS BEEN RUNG TODAY"
           ELSE
               MOVE Wl-C-Code(Current-Ind) TO Current-C-Code
               PERFORM Show-One-Customer
           END-IF
       .
      *---------------------------------------------------------------*
       Find-On-Worklist SECTION.

           MOVE 0 TO Current-Ind
           PERFORM VARYING Call-Ind FROM 1 BY 1
                              UNTIL Call-Ind > Call-Count
                                    OR Current-Ind NOT = 0
               IF Wl-C-Code(Call-Ind) = Answer-Code
                   MOVE Call-Ind TO Current-Ind
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Show-One-Customer SECTION.

           MOVE Current-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   DISPLAY "NO SUCH CUSTOMER"
                   MOVE SPACES TO Current-C-Code
           END-READ
           IF Current-C-Code NOT = SPACES
               DISPLAY " "
               DISPLAY "CUSTOMER " File-C-Code " " File-C-Name
               MOVE File-C-Balance TO Acc-Balance
               MOVE File-C-Limit   TO Acc-Limit
               MOVE File-C-Area    TO Acc-Area
               DISPLAY Account-Line
               IF Current-Ind = 0
                   DISPLAY "NOT ON THIS CALL LIST"
               ELSE
                   MOVE Wl-Overdue(Current-Ind)   TO Ovd-Overdue
                   MOVE Wl-Days-Late(Current-Ind) TO Ovd-Days-Late
                   MOVE Wl-Grade(Current-Ind)     TO Ovd-Grade
                   MOVE Wl-Broken(Current-Ind)    TO Ovd-Broken
                   DISPLAY Overdue-Line
               END-IF
               PERFORM Show-Latest-Notes
               PERFORM Show-Plan-Status
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Latest-Notes SECTION.
      *    Newest first, the way Custnote lists them.

           DISPLAY "LATEST NOTES"
           DISPLAY "  NOTED    BY       DUE      TEXT"
           MOVE 0 TO Notes-Listed
           MOVE "N" TO Note-Range-Done-Sw
           MOVE Current-C-Code TO Note-C-Code
           MOVE 99999999 TO Note-Date
           MOVE 99999999 TO Note-Time
           START Note-File KEY IS NOT GREATER THAN Note-Key
               INVALID KEY
                   SET Note-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Note-Range-Done
                         OR Notes-Listed NOT < Notes-Shown
               READ Note-File PREVIOUS RECORD
                   AT END
                       SET Note-Range-Done TO TRUE
                   NOT AT END
                       IF Note-C-Code NOT = Current-C-Code
                           SET Note-Range-Done TO TRUE
                       ELSE
                           ADD 1 TO Notes-Listed
                           MOVE Note-Date        TO Nl-Date
                           MOVE Note-Operator-Id TO Nl-Operator
                           MOVE Note-Follow-Up   TO Nl-Follow-Up
                           MOVE Note-Text        TO Nl-Text
                           DISPLAY Note-Line
                       END-IF
               END-READ
           END-PERFORM
           IF Notes-Listed = 0
               DISPLAY "  NO NOTES"
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Plan-Status SECTION.

           DISPLAY "PAYMENT PLAN"
           DISPLAY "  ORDER   NO  DUE           AMOUNT  STATE"
           MOVE 0 TO Plan-Rows-Listed
           OPEN INPUT Plan-File
           IF NOT Plan-File-Not-Found
               PERFORM UNTIL Plan-File-Eof
                   READ Plan-File
                       AT END
                           SET Plan-File-Eof TO TRUE
                       NOT AT END
                           IF Pln-C-Code = Current-C-Code
                               PERFORM Show-One-Instalment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Plan-File
           END-IF
           MOVE SPACES TO Plan-File-Status
           IF Plan-Rows-Listed = 0
               DISPLAY "  NO PAYMENT PLAN"
           END-IF
       .
      *---------------------------------------------------------------*
       Show-One-Instalment SECTION.

           ADD 1 TO Plan-Rows-Listed
           MOVE Pln-Ord-No   TO Pl-Ord-No
           MOVE Pln-Seq      TO Pl-Seq
           MOVE Pln-Due-Date TO Pl-Due-Date
           MOVE Pln-Amount   TO Pl-Amount
           EVALUATE TRUE
               WHEN Pln-Met-Flag = "Y"
                   MOVE "MET"    TO Pl-State
               WHEN Pln-Due-Date < Run-Date
                   MOVE "BROKEN" TO Pl-State
               WHEN OTHER
                   MOVE "DUE"    TO Pl-State
           END-EVALUATE
           DISPLAY Plan-Line
       .
      *---------------------------------------------------------------*
       Record-Call-Outcome SECTION.

           IF Current-C-Code = SPACES
               DISPLAY "SHOW THE CUSTOMER FIRST (N OR S ccccc)"
           ELSE
               PERFORM Accept-The-Outcome
               IF NOT Entry-Ok
                   DISPLAY "NOTHING RECORDED - CHECK THE ENTRIES"
               ELSE
                   PERFORM Write-Call-Note
                   PERFORM Write-Call-Record
                   IF Current-Ind NOT = 0
                       MOVE "Y" TO Wl-Called-Sw(Current-Ind)
                   END-IF
                   ADD 1 TO Calls-Made
                   DISPLAY "CALL TO " Current-C-Code " RECORDED"
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-The-Outcome SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           MOVE SPACES TO Entry-Date-X
           MOVE SPACES TO Entry-Amount-X
           DISPLAY "OUTCOME (PP NA LM RF QY PD): " WITH NO ADVANCING
           ACCEPT Entry-Outcome
           MOVE Entry-Outcome TO Call-Outcome
           IF NOT Call-Outcome-Valid
               MOVE "N" TO Entry-Ok-Sw
           END-IF
           IF Entry-Ok
               IF Call-Promise
                   DISPLAY "PROMISED BY CCYYMMDD : " WITH NO ADVANCING
                   ACCEPT Entry-Date-X
                   DISPLAY "AMOUNT 999999999 (PENCE IN LAST 2): "
                           WITH NO ADVANCING
                   ACCEPT Entry-Amount-X
               ELSE
                   DISPLAY "CALL BACK CCYYMMDD (ENTER FOR NONE): "
                           WITH NO ADVANCING
                   ACCEPT Entry-Date-X
               END-IF
               DISPLAY "NOTE: " WITH NO ADVANCING
               ACCEPT Entry-Text
           END-IF

           MOVE 0 TO Entry-Date
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 8
               MOVE Entry-Date-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Date = Entry-Date * 10 + Digit-Cell
               END-IF
           END-PERFORM

      *    keyed as whole pence, shifted into pounds at the end
           MOVE 0 TO Entry-Amount-Pence
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 10
               MOVE Entry-Amount-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Amount-Pence = Entry-Amount-Pence * 10
                                              + Digit-Cell
               END-IF
           END-PERFORM
           COMPUTE Entry-Amount = Entry-Amount-Pence / 100

      *    a promise needs a date still to come and a figure
           IF Entry-Ok AND Call-Promise
               IF Entry-Date < Run-Date OR Entry-Amount = 0
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok AND Entry-Date NOT = 0
              AND Entry-Date < Run-Date
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Call-Note SECTION.

           INITIALIZE Note-Record
           MOVE Current-C-Code TO Note-C-Code
           ACCEPT Note-Date FROM DATE YYYYMMDD
           ACCEPT Note-Time FROM TIME
           MOVE My-Operator-Id TO Note-Operator-Id
           MOVE Entry-Date     TO Note-Follow-Up
           IF Call-Promise
               MOVE Entry-Amount TO Note-Amount
               STRING "CALL PP PROMISED " DELIMITED BY SIZE
                      Note-Amount         DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      Entry-Text          DELIMITED BY SIZE
                      INTO Note-Text
               END-STRING
           ELSE
               STRING "CALL "             DELIMITED BY SIZE
                      Entry-Outcome       DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      Entry-Text          DELIMITED BY SIZE
                      INTO Note-Text
               END-STRING
           END-IF
           WRITE Note-Record
               INVALID KEY
                   ADD 1 TO Note-Time
                   WRITE Note-Record
                   END-WRITE
           END-WRITE
       .
      *---------------------------------------------------------------*
       Write-Call-Record SECTION.

           OPEN EXTEND Call-File
           IF Call-File-Not-Found
               OPEN OUTPUT Call-File
               CLOSE Call-File
               OPEN EXTEND Call-File
           END-IF
      *    SPACES, not INITIALIZE - the separator FILLER bytes have
      *    to be blanked too or the line-sequential WRITE rejects
      *    the record.
           MOVE SPACES TO Call-Record
           MOVE Run-Date       TO Call-Date
           ACCEPT Call-Time FROM TIME
           MOVE My-Operator-Id TO Call-Collector
           MOVE Current-C-Code TO Call-C-Code
           MOVE Entry-Outcome  TO Call-Outcome
           IF Call-Promise
               MOVE Entry-Date   TO Call-Promise-Date
               MOVE Entry-Amount TO Call-Promise-Amt
           ELSE
               MOVE 0 TO Call-Promise-Date
               MOVE 0 TO Call-Promise-Amt
           END-IF
           WRITE Call-Record
           CLOSE Call-File
           MOVE SPACES TO Call-File-Status
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CALLS RECORDED THIS SESSION: " Calls-Made
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF Collector-File-Open
               CLOSE Collector-File
           END-IF
           IF Risk-File-Open
               CLOSE Risk-File
           END-IF
           CLOSE Note-File
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
