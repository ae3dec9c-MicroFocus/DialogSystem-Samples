      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custbrec.

      *---------------------------------------------------------------*
      *    Bank reconciliation.  Proves the cash book against the
      *    bank statement bankstmt.dat (the same file Custbank
      *    imports), credits and debits alike.  The cash book is
      *    what this system says moved through the bank:
      *      - every receipt Custcash was given on cashrcpt.dat -
      *        keyed, imported by Custbank, or raised by the Custddco
      *        collection run (reference "DD COLLECT");
      *      - every direct debit the bank handed back on
      *        ddbounce.dat (Custddbn) - money out;
      *      - every refund Custrfpy paid to a bank account on
      *        rfndpay.dat - money out.
      *    Only statement entries dated after the last reconciled
      *    statement date are taken, and only cash book items dated
      *    after it and up to the newest statement entry - later
      *    items wait for next month's statement.  A statement entry
      *    matches a cash book item in the same direction for the
      *    same amount dated within Window-Days days of it (closest
      *    date wins); an item carried from an earlier run matches
      *    on amount whatever its date.  A statement credit nothing
      *    matches singly is tried against the day's "DD COLLECT"
      *    receipts together, since the bank credits a collection
      *    run as one sum.
      *    Whatever stays unmatched is carried forward on the
      *    outstanding-items file custbrec.dat - "S" on the
      *    statement but not yet in the cash book, "K" in the cash
      *    book but not yet through the bank - behind a "B" control
      *    record holding the statement date reconciled to and the
      *    bank balance at that date.  The first run, with no
      *    control record, opens at the balance given (whole units,
      *    "-" when overdrawn) in the CUSTBREC-OPENING environment
      *    variable, or nil.  The window defaults to 5 days and can
      *    be set for a run through CUSTBREC-DAYS.
      *    The reconciliation statement goes to custbrec.prt:
      *    balance per bank brought forward, the statement's credits
      *    and debits, balance per bank carried forward, uncleared
      *    receipts added, unpresented payments taken off, and the
      *    statement items not yet in the cash book taken back out
      *    to arrive at the balance per cash book.  Days are true
      *    calendar days (see DATECALC.CBL).
      *    Custbank and Custddbn file each statement and bounce file
      *    to the feed archive once it is read (see INFEED.CBL), so
      *    the statement and the bounces are taken from the archived
      *    files the inbound file register infeed.dat lists, every
      *    one processed after the last reconciled date; only before
      *    the register knows the feed at all is bankstmt.dat or
      *    ddbounce.dat itself read.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bank-File ASSIGN DYNAMIC Bank-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Bank-File-Status.

           SELECT Receipt-File ASSIGN "cashrcpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Receipt-File-Status.

           SELECT Bounce-File ASSIGN DYNAMIC Bounce-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Bounce-File-Status.

           SELECT Payment-File ASSIGN "rfndpay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Payment-File-Status.

           SELECT Item-File ASSIGN "custbrec.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Item-File-Status.

           SELECT Report-File ASSIGN "custbrec.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Register-File ASSIGN "infeed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layout as read by Custbank - kept in step
       FD  Bank-File.
       01  Bank-Record.
           03  Bnk-Type                PIC X.
           03  FILLER                  PIC X(1).
           03  Bnk-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Bnk-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Bnk-Narrative           PIC X(30).

      *    layout as read by Custcash - kept in step
       FD  Receipt-File.
       01  Receipt-Record.
           03  Rcpt-C-Code             PIC X(5).
           03  FILLER                  PIC X(1).
           03  Rcpt-Amount             PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Rcpt-Date               PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rcpt-Reference          PIC X(10).

      *    layout as read by Custddbn - kept in step
       FD  Bounce-File.
       01  Bounce-Record.
           03  Bnc-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Bnc-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Bnc-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Bnc-Reason              PIC X(2).

      *    layout as written by Custrfpy - kept in step
       FD  Payment-File.
       01  Payment-Record.
           03  Pay-Sort-Code           PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Pay-Account-No          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Pay-Account-Name        PIC X(18).
           03  FILLER                  PIC X(1).
           03  Pay-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Pay-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Pay-C-Code              PIC X(5).

      *    the outstanding-items file.  Obi-Kind:
      *        "B" control - Obi-Date the statement date reconciled
      *            to, Obi-Amount the bank balance at that date
      *        "S" on the statement, not yet in the cash book
      *        "K" in the cash book, not yet through the bank
      *    Obi-Dir "C" money in, "D" money out.  Obi-Source says
      *    where the item came from: BK statement, RC receipt, DD
      *    collection receipt, BN direct-debit bounce, RF refund.
      *    Obi-Carried-Date is the run that first carried it.
       FD  Item-File.
       01  Item-Record.
           03  Obi-Kind                PIC X.
           03  FILLER                  PIC X(1).
           03  Obi-Dir                 PIC X.
           03  FILLER                  PIC X(1).
           03  Obi-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Obi-Amount              PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Obi-Source              PIC X(2).
           03  FILLER                  PIC X(1).
           03  Obi-Detail              PIC X(30).
           03  FILLER                  PIC X(1).
           03  Obi-Carried-Date        PIC 9(8).

       FD  Report-File.
       01  Report-Line                 PIC X(80).

       FD  Register-File.
           COPY "INFDREG.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Side-Items              VALUE 5000.
       78  Default-Window-Days         VALUE 5.
       78  Max-Generations             VALUE 400.

       77  Bank-File-Status            PIC X(2).
          88  Bank-File-Eof               VALUE "10".
          88  Bank-File-Not-Found         VALUE "35".
       77  Receipt-File-Status         PIC X(2).
          88  Receipt-File-Eof            VALUE "10".
          88  Receipt-File-Not-Found      VALUE "35".
       77  Bounce-File-Status          PIC X(2).
          88  Bounce-File-Eof             VALUE "10".
          88  Bounce-File-Not-Found       VALUE "35".
       77  Payment-File-Status         PIC X(2).
          88  Payment-File-Eof            VALUE "10".
          88  Payment-File-Not-Found      VALUE "35".
       77  Item-File-Status            PIC X(2).
          88  Item-File-Eof               VALUE "10".
          88  Item-File-Not-Found         VALUE "35".
       77  Register-File-Status        PIC X(2).
          88  Register-File-Eof           VALUE "10".
          88  Register-File-Not-Found     VALUE "35".

       01  Bank-File-Name              PIC X(64).
       01  Bounce-File-Name            PIC X(64).

      *    the archived files of one feed still to reconcile
       01  Generation-Program          PIC X(8).
       01  Feed-Registered-Sw          PIC X(01).
          88  Feed-Registered             VALUE "Y".
       01  Generations-Full-Sw         PIC X(01).
          88  Generations-Full            VALUE "Y".
       77  Gen-Ind                     PIC 9(4) COMP.
       77  Gen-Count                   PIC 9(4) COMP.
       01  Generation-Table.
           03  Generation-Name         PIC X(64)
                                       OCCURS Max-Generations.

       77  Window-Days                 PIC 9(4) VALUE 0.
       01  Days-Env                    PIC X(4).
       01  Opening-Env                 PIC X(10).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Env-Build                   PIC 9(9).
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Run-Date                    PIC 9(8).
       01  Last-Rec-Date               PIC 9(8) VALUE 0.
       01  Stmt-From-Date              PIC 9(8) VALUE 0.
       01  Stmt-End-Date               PIC 9(8) VALUE 0.
       01  Control-Found-Sw            PIC X(01) VALUE "N".
          88  Control-Found               VALUE "Y".
       01  Table-Full-Sw               PIC X(01) VALUE "N".
          88  Table-Full                  VALUE "Y".

       77  Opening-Balance             PIC S9(9)V99 VALUE 0.
       77  Closing-Balance             PIC S9(9)V99 VALUE 0.
       77  Book-Balance                PIC S9(9)V99 VALUE 0.
       77  Stmt-Credits                PIC 9(9)V99 VALUE 0.
       77  Stmt-Debits                 PIC 9(9)V99 VALUE 0.
       77  Uncleared-Total             PIC 9(9)V99 VALUE 0.
       77  Unpresented-Total           PIC 9(9)V99 VALUE 0.
       77  Unbooked-Credit-Total       PIC 9(9)V99 VALUE 0.
       77  Unbooked-Debit-Total        PIC 9(9)V99 VALUE 0.
       77  Batch-Sum                   PIC 9(9)V99.

       77  Bs-Ind                      PIC 9(4) COMP.
       77  Bs-Count                    PIC 9(4) COMP VALUE 0.
       77  Cb-Ind                      PIC 9(4) COMP.
       77  Cb-Count                    PIC 9(4) COMP VALUE 0.
       77  Best-Ind                    PIC 9(4) COMP.
       77  Best-Gap                    PIC S9(8) COMP.
       77  Gap-Days                    PIC S9(8) COMP.
       77  Matched-Count               PIC 9(6) VALUE 0.
       77  New-Stmt-Count              PIC 9(6) VALUE 0.

      *    the statement side - this statement's entries plus the
      *    "S" items carried in
       01  Bank-Side-Table.
           03  Bank-Side OCCURS Max-Side-Items.
               05  Bs-Dir              PIC X.
               05  Bs-Date             PIC 9(8).
               05  Bs-Amount           PIC 9(7)V99.
               05  Bs-Source           PIC X(2).
               05  Bs-Detail           PIC X(30).
               05  Bs-Carried-Date     PIC 9(8).
               05  Bs-Matched          PIC X.

      *    the cash book side - this period's items plus the "K"
      *    items carried in
       01  Book-Side-Table.
           03  Book-Side OCCURS Max-Side-Items.
               05  Cb-Dir              PIC X.
               05  Cb-Date             PIC 9(8).
               05  Cb-Amount           PIC 9(7)V99.
               05  Cb-Source           PIC X(2).
               05  Cb-Detail           PIC X(30).
               05  Cb-Carried-Date     PIC 9(8).
               05  Cb-Matched          PIC X.

      *    one item on its way into either table
       01  New-Item.
           03  New-Dir                 PIC X.
           03  New-Date                PIC 9(8).
           03  New-Amount              PIC 9(7)V99.
           03  New-Source              PIC X(2).
           03  New-Detail              PIC X(30).
           03  New-Carried-Date        PIC 9(8).

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
               "BANK RECONCILIATION STATEMENT - ".
           03  Heading-Date            PIC 9(8).

       01  Heading-Line-2.
           03  FILLER                  PIC X(20) VALUE
               "STATEMENT ENTRIES ".
           03  Heading-From            PIC 9(8).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  Heading-To              PIC 9(8).

       01  Total-Line.
           03  Tot-Caption             PIC X(50).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  Tot-Amount              PIC -Z(8)9.99.

       01  Item-Line.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  Itm-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Source              PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Detail              PIC X(30).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Itm-Carried             PIC X(5).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  Itm-Amount              PIC Z(8)9.99.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Outstanding-Items
           PERFORM Load-Statement-Entries
           IF New-Stmt-Count = 0
               DISPLAY "CUSTBREC: NO STATEMENT ENTRIES AFTER "
                       Last-Rec-Date " - NOTHING TO RECONCILE"
           ELSE
               PERFORM Load-Cash-Book
               PERFORM Match-Single-Items
               PERFORM Match-Collection-Batches
               PERFORM Print-Reconciliation
               PERFORM Write-Outstanding-Items
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTBREC-DAYS"
           PERFORM Convert-Window-Days
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
       Convert-Opening-Balance SECTION.
      *    First run only - whole units, "-" anywhere for overdrawn.

           MOVE 0 TO Env-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 10
               MOVE Opening-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Env-Build = Env-Build * 10 + Digit-Cell
               END-IF
           END-PERFORM
           MOVE Env-Build TO Opening-Balance
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 10
               IF Opening-Env(Env-Ind:1) = "-"
                   COMPUTE Opening-Balance = 0 - Env-Build
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Load-Outstanding-Items SECTION.

           OPEN INPUT Item-File
           IF NOT Item-File-Not-Found
               PERFORM UNTIL Item-File-Eof
                   READ Item-File
                       AT END
                           SET Item-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-One-Outstanding-Item
                   END-READ
               END-PERFORM
               CLOSE Item-File
           END-IF

           IF NOT Control-Found
               MOVE SPACES TO Opening-Env
               ACCEPT Opening-Env FROM ENVIRONMENT "CUSTBREC-OPENING"
               PERFORM Convert-Opening-Balance
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Outstanding-Item SECTION.

           MOVE Obi-Dir          TO New-Dir
           MOVE Obi-Date         TO New-Date
           MOVE Obi-Amount       TO New-Amount
           MOVE Obi-Source       TO New-Source
           MOVE Obi-Detail       TO New-Detail
           MOVE Obi-Carried-Date TO New-Carried-Date
           EVALUATE Obi-Kind
               WHEN "B"
                   SET Control-Found TO TRUE
                   MOVE Obi-Date   TO Last-Rec-Date
                   MOVE Obi-Amount TO Opening-Balance
               WHEN "S"
                   PERFORM Add-Bank-Side-Item
               WHEN "K"
                   PERFORM Add-Book-Side-Item
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Load-Statement-Entries SECTION.
      *    The statement entries not yet reconciled, with the
      *    credits, debits and date range of the statement.

           MOVE "CUSTBANK" TO Generation-Program
           PERFORM List-Archived-Generations
           IF NOT Feed-Registered
               MOVE "bankstmt.dat" TO Bank-File-Name
               PERFORM Read-One-Statement-File
           ELSE
               PERFORM VARYING Gen-Ind FROM 1 BY 1
                       UNTIL Gen-Ind > Gen-Count
                   MOVE Generation-Name(Gen-Ind) TO Bank-File-Name
                   PERFORM Read-One-Statement-File
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Read-One-Statement-File SECTION.

           OPEN INPUT Bank-File
           IF Bank-File-Not-Found
               DISPLAY "CUSTBREC: NO " Bank-File-Name
           ELSE
               PERFORM UNTIL Bank-File-Eof
                   READ Bank-File
                       AT END
                           SET Bank-File-Eof TO TRUE
                       NOT AT END
                           IF Bnk-Date > Last-Rec-Date
                              AND (Bnk-Type = "C" OR Bnk-Type = "D")
                               PERFORM Take-One-Statement-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Bank-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Statement-Entry SECTION.

           ADD 1 TO New-Stmt-Count
           IF Bnk-Type = "C"
               ADD Bnk-Amount TO Stmt-Credits
           ELSE
               ADD Bnk-Amount TO Stmt-Debits
           END-IF
           IF Stmt-From-Date = 0 OR Bnk-Date < Stmt-From-Date
               MOVE Bnk-Date TO Stmt-From-Date
           END-IF
           IF Bnk-Date > Stmt-End-Date
               MOVE Bnk-Date TO Stmt-End-Date
           END-IF

           MOVE Bnk-Type      TO New-Dir
           MOVE Bnk-Date      TO New-Date
           MOVE Bnk-Amount    TO New-Amount
           MOVE "BK"          TO New-Source
           MOVE Bnk-Narrative TO New-Detail
           MOVE 0             TO New-Carried-Date
           PERFORM Add-Bank-Side-Item
       .
      *---------------------------------------------------------------*
       Load-Cash-Book SECTION.
      *    This period's cash book items - after the last
      *    reconciled date, up to the newest statement entry.

           OPEN INPUT Receipt-File
           IF NOT Receipt-File-Not-Found
               PERFORM UNTIL Receipt-File-Eof
                   READ Receipt-File
                       AT END
                           SET Receipt-File-Eof TO TRUE
                       NOT AT END
                           MOVE "C"         TO New-Dir
                           MOVE Rcpt-Date   TO New-Date
                           MOVE Rcpt-Amount TO New-Amount
                           IF Rcpt-Reference = "DD COLLECT"
                               MOVE "DD"    TO New-Source
                           ELSE
                               MOVE "RC"    TO New-Source
                           END-IF
                           MOVE SPACES      TO New-Detail
                           STRING Rcpt-C-Code " " Rcpt-Reference
                                  DELIMITED BY SIZE INTO New-Detail
                           PERFORM Take-One-Book-Item
                   END-READ
               END-PERFORM
               CLOSE Receipt-File
           END-IF

           MOVE "CUSTDDBN" TO Generation-Program
           PERFORM List-Archived-Generations
           IF NOT Feed-Registered
               MOVE "ddbounce.dat" TO Bounce-File-Name
               PERFORM Read-One-Bounce-File
           ELSE
               PERFORM VARYING Gen-Ind FROM 1 BY 1
                       UNTIL Gen-Ind > Gen-Count
                   MOVE Generation-Name(Gen-Ind) TO Bounce-File-Name
                   PERFORM Read-One-Bounce-File
               END-PERFORM
           END-IF

           OPEN INPUT Payment-File
           IF NOT Payment-File-Not-Found
               PERFORM UNTIL Payment-File-Eof
                   READ Payment-File
                       AT END
                           SET Payment-File-Eof TO TRUE
                       NOT AT END
                           MOVE "D"         TO New-Dir
                           MOVE Pay-Date    TO New-Date
                           MOVE Pay-Amount  TO New-Amount
                           MOVE "RF"        TO New-Source
                           MOVE SPACES      TO New-Detail
                           STRING Pay-C-Code " REFUND "
                                  Pay-Account-Name
                                  DELIMITED BY SIZE INTO New-Detail
                           PERFORM Take-One-Book-Item
                   END-READ
               END-PERFORM
               CLOSE Payment-File
           END-IF
       .
      *---------------------------------------------------------------*
       Read-One-Bounce-File SECTION.

           OPEN INPUT Bounce-File
           IF NOT Bounce-File-Not-Found
               PERFORM UNTIL Bounce-File-Eof
                   READ Bounce-File
                       AT END
                           SET Bounce-File-Eof TO TRUE
                       NOT AT END
                           MOVE "D"         TO New-Dir
                           MOVE Bnc-Date    TO New-Date
                           MOVE Bnc-Amount  TO New-Amount
                           MOVE "BN"        TO New-Source
                           MOVE SPACES      TO New-Detail
                           STRING Bnc-C-Code " DD RETURNED " Bnc-Reason
                                  DELIMITED BY SIZE INTO New-Detail
                           PERFORM Take-One-Book-Item
                   END-READ
               END-PERFORM
               CLOSE Bounce-File
           END-IF
       .
      *---------------------------------------------------------------*
       List-Archived-Generations SECTION.
      *    The archived files of Generation-Program's feed processed
      *    after the last reconciled date - a file processed on or
      *    before it can hold no entry after it.  Feed-Registered
      *    once the register knows the feed at all.

           MOVE "N" TO Feed-Registered-Sw
           MOVE "N" TO Generations-Full-Sw
           MOVE 0 TO Gen-Count
           OPEN INPUT Register-File
           IF NOT Register-File-Not-Found
               PERFORM UNTIL Register-File-Eof
                   READ Register-File
                       AT END
                           SET Register-File-Eof TO TRUE
                       NOT AT END
                           IF Inr-Processed
                              AND Inr-Program = Generation-Program
                               SET Feed-Registered TO TRUE
                               IF Inr-Date > Last-Rec-Date
                                  AND Inr-Archive-File NOT = SPACES
                                   PERFORM Take-One-Generation
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Register-File
           END-IF
           IF Generations-Full
               DISPLAY "CUSTBREC: MORE " Generation-Program
                       " FILES THAN THE LIST HOLDS - RECONCILE MORE "
                       "OFTEN"
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Generation SECTION.

           IF Gen-Count < Max-Generations
               ADD 1 TO Gen-Count
               MOVE Inr-Archive-File TO Generation-Name(Gen-Count)
           ELSE
               SET Generations-Full TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Book-Item SECTION.

           IF New-Date > Last-Rec-Date AND New-Date NOT > Stmt-End-Date
              AND New-Amount NOT = 0
               MOVE 0 TO New-Carried-Date
               PERFORM Add-Book-Side-Item
           END-IF
       .
      *---------------------------------------------------------------*
       Add-Bank-Side-Item SECTION.

           IF Bs-Count < Max-Side-Items
               ADD 1 TO Bs-Count
               MOVE New-Dir          TO Bs-Dir(Bs-Count)
               MOVE New-Date         TO Bs-Date(Bs-Count)
               MOVE New-Amount       TO Bs-Amount(Bs-Count)
               MOVE New-Source       TO Bs-Source(Bs-Count)
               MOVE New-Detail       TO Bs-Detail(Bs-Count)
               MOVE New-Carried-Date TO Bs-Carried-Date(Bs-Count)
               MOVE "N"              TO Bs-Matched(Bs-Count)
           ELSE
               SET Table-Full TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Add-Book-Side-Item SECTION.

           IF Cb-Count < Max-Side-Items
               ADD 1 TO Cb-Count
               MOVE New-Dir          TO Cb-Dir(Cb-Count)
               MOVE New-Date         TO Cb-Date(Cb-Count)
               MOVE New-Amount       TO Cb-Amount(Cb-Count)
               MOVE New-Source       TO Cb-Source(Cb-Count)
               MOVE New-Detail       TO Cb-Detail(Cb-Count)
               MOVE New-Carried-Date TO Cb-Carried-Date(Cb-Count)
               MOVE "N"              TO Cb-Matched(Cb-Count)
           ELSE
               SET Table-Full TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Match-Single-Items SECTION.

           PERFORM VARYING Bs-Ind FROM 1 BY 1 UNTIL Bs-Ind > Bs-Count
               PERFORM Match-One-Bank-Item
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Match-One-Bank-Item SECTION.
      *    Same direction, same amount; the closest date inside the
      *    window, or any date where either side has been waiting
      *    since an earlier run.

           MOVE 0 TO Best-Ind
           PERFORM VARYING Cb-Ind FROM 1 BY 1 UNTIL Cb-Ind > Cb-Count
               IF Cb-Matched(Cb-Ind) = "N"
                  AND Cb-Dir(Cb-Ind) = Bs-Dir(Bs-Ind)
                  AND Cb-Amount(Cb-Ind) = Bs-Amount(Bs-Ind)
                   MOVE Cb-Date(Cb-Ind) TO Dtc-Date-1
                   MOVE Bs-Date(Bs-Ind) TO Dtc-Date-2
                   SET Dtc-Days-Between TO TRUE
                   CALL Date-Calc-Service USING Date-Calc
                   MOVE Dtc-Days TO Gap-Days
                   IF Gap-Days < 0
                       COMPUTE Gap-Days = 0 - Gap-Days
                   END-IF
                   IF Gap-Days NOT > Window-Days
                      OR Bs-Carried-Date(Bs-Ind) NOT = 0
                      OR Cb-Carried-Date(Cb-Ind) NOT = 0
                       IF Best-Ind = 0 OR Gap-Days < Best-Gap
                           MOVE Cb-Ind   TO Best-Ind
                           MOVE Gap-Days TO Best-Gap
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF Best-Ind NOT = 0
               MOVE "Y" TO Bs-Matched(Bs-Ind)
               MOVE "Y" TO Cb-Matched(Best-Ind)
               ADD 1 TO Matched-Count
           END-IF
       .
      *---------------------------------------------------------------*
       Match-Collection-Batches SECTION.
      *    The bank credits a direct-debit collection run as one sum;
      *    a credit still unmatched that equals the day's
      *    outstanding "DD COLLECT" receipts clears them all.

           PERFORM VARYING Bs-Ind FROM 1 BY 1 UNTIL Bs-Ind > Bs-Count
               IF Bs-Matched(Bs-Ind) = "N" AND Bs-Dir(Bs-Ind) = "C"
                   MOVE 0 TO Batch-Sum
                   PERFORM VARYING Cb-Ind FROM 1 BY 1
                                      UNTIL Cb-Ind > Cb-Count
                       IF Cb-Matched(Cb-Ind) = "N"
                          AND Cb-Source(Cb-Ind) = "DD"
                          AND Cb-Date(Cb-Ind) = Bs-Date(Bs-Ind)
                           ADD Cb-Amount(Cb-Ind) TO Batch-Sum
                       END-IF
                   END-PERFORM
                   IF Batch-Sum NOT = 0
                      AND Batch-Sum = Bs-Amount(Bs-Ind)
                       PERFORM Clear-Collection-Batch
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Clear-Collection-Batch SECTION.

           MOVE "Y" TO Bs-Matched(Bs-Ind)
           PERFORM VARYING Cb-Ind FROM 1 BY 1 UNTIL Cb-Ind > Cb-Count
               IF Cb-Matched(Cb-Ind) = "N"
                  AND Cb-Source(Cb-Ind) = "DD"
                  AND Cb-Date(Cb-Ind) = Bs-Date(Bs-Ind)
                   MOVE "Y" TO Cb-Matched(Cb-Ind)
                   ADD 1 TO Matched-Count
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Reconciliation SECTION.

           COMPUTE Closing-Balance =
                   Opening-Balance + Stmt-Credits - Stmt-Debits

           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE Stmt-From-Date TO Heading-From
           MOVE Stmt-End-Date  TO Heading-To
           MOVE Heading-Line-2 TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line

           MOVE "BALANCE PER BANK BROUGHT FORWARD" TO Tot-Caption
           MOVE Opening-Balance TO Tot-Amount
           PERFORM Write-Total-Line
           MOVE "ADD CREDITS ON STATEMENT" TO Tot-Caption
           MOVE Stmt-Credits TO Tot-Amount
           PERFORM Write-Total-Line
           MOVE "LESS DEBITS ON STATEMENT" TO Tot-Caption
           MOVE Stmt-Debits TO Tot-Amount
           PERFORM Write-Total-Line
           MOVE "BALANCE PER BANK STATEMENT" TO Tot-Caption
           MOVE Closing-Balance TO Tot-Amount
           PERFORM Write-Total-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line

           MOVE "ADD UNCLEARED RECEIPTS (IN CASH BOOK, NOT ON BANK)"
                                                  TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Cb-Ind FROM 1 BY 1 UNTIL Cb-Ind > Cb-Count
               IF Cb-Matched(Cb-Ind) = "N" AND Cb-Dir(Cb-Ind) = "C"
                   ADD Cb-Amount(Cb-Ind) TO Uncleared-Total
                   PERFORM Write-Book-Item-Line
               END-IF
           END-PERFORM
           MOVE "    TOTAL UNCLEARED RECEIPTS" TO Tot-Caption
           MOVE Uncleared-Total TO Tot-Amount
           PERFORM Write-Total-Line

           MOVE "LESS UNPRESENTED PAYMENTS (IN CASH BOOK, NOT ON BANK)"
                                                  TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Cb-Ind FROM 1 BY 1 UNTIL Cb-Ind > Cb-Count
               IF Cb-Matched(Cb-Ind) = "N" AND Cb-Dir(Cb-Ind) = "D"
                   ADD Cb-Amount(Cb-Ind) TO Unpresented-Total
                   PERFORM Write-Book-Item-Line
               END-IF
           END-PERFORM
           MOVE "    TOTAL UNPRESENTED PAYMENTS" TO Tot-Caption
           MOVE Unpresented-Total TO Tot-Amount
           PERFORM Write-Total-Line

           MOVE "LESS CREDITS ON BANK NOT YET IN CASH BOOK"
                                                  TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Bs-Ind FROM 1 BY 1 UNTIL Bs-Ind > Bs-Count
               IF Bs-Matched(Bs-Ind) = "N" AND Bs-Dir(Bs-Ind) = "C"
                   ADD Bs-Amount(Bs-Ind) TO Unbooked-Credit-Total
                   PERFORM Write-Bank-Item-Line
               END-IF
           END-PERFORM
           MOVE "    TOTAL CREDITS NOT IN CASH BOOK" TO Tot-Caption
           MOVE Unbooked-Credit-Total TO Tot-Amount
           PERFORM Write-Total-Line

           MOVE "ADD DEBITS ON BANK NOT YET IN CASH BOOK"
                                                  TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Bs-Ind FROM 1 BY 1 UNTIL Bs-Ind > Bs-Count
               IF Bs-Matched(Bs-Ind) = "N" AND Bs-Dir(Bs-Ind) = "D"
                   ADD Bs-Amount(Bs-Ind) TO Unbooked-Debit-Total
                   PERFORM Write-Bank-Item-Line
               END-IF
           END-PERFORM
           MOVE "    TOTAL DEBITS NOT IN CASH BOOK" TO Tot-Caption
           MOVE Unbooked-Debit-Total TO Tot-Amount
           PERFORM Write-Total-Line

           COMPUTE Book-Balance = Closing-Balance
                                + Uncleared-Total
                                - Unpresented-Total
                                - Unbooked-Credit-Total
                                + Unbooked-Debit-Total
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "BALANCE PER CASH BOOK" TO Tot-Caption
           MOVE Book-Balance TO Tot-Amount
           PERFORM Write-Total-Line

           IF Table-Full
               MOVE SPACES TO Report-Line
               WRITE Report-Line
               MOVE "*** ITEM TABLE FULL - STATEMENT INCOMPLETE ***"
                                                  TO Report-Line
               WRITE Report-Line
               DISPLAY "CUSTBREC: ITEM TABLE FULL - RECONCILIATION "
                       "INCOMPLETE"
           END-IF
           CLOSE Report-File
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Book-Item-Line SECTION.

           MOVE Cb-Date(Cb-Ind)   TO Itm-Date
           MOVE Cb-Source(Cb-Ind) TO Itm-Source
           MOVE Cb-Detail(Cb-Ind) TO Itm-Detail
           MOVE Cb-Amount(Cb-Ind) TO Itm-Amount
           IF Cb-Carried-Date(Cb-Ind) = 0
               MOVE SPACES TO Itm-Carried
           ELSE
               MOVE "B/F" TO Itm-Carried
           END-IF
           MOVE Item-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Bank-Item-Line SECTION.

           MOVE Bs-Date(Bs-Ind)   TO Itm-Date
           MOVE Bs-Source(Bs-Ind) TO Itm-Source
           MOVE Bs-Detail(Bs-Ind) TO Itm-Detail
           MOVE Bs-Amount(Bs-Ind) TO Itm-Amount
           IF Bs-Carried-Date(Bs-Ind) = 0
               MOVE SPACES TO Itm-Carried
           ELSE
               MOVE "B/F" TO Itm-Carried
           END-IF
           MOVE Item-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Outstanding-Items SECTION.
      *    Written fresh: the new control record, then whatever is
      *    still unmatched on either side.

           OPEN OUTPUT Item-File

           MOVE SPACES TO Item-Record
           MOVE "B"             TO Obi-Kind
           MOVE Stmt-End-Date   TO Obi-Date
           MOVE Closing-Balance TO Obi-Amount
           MOVE "BK"            TO Obi-Source
           MOVE Run-Date        TO Obi-Carried-Date
           WRITE Item-Record

           PERFORM VARYING Bs-Ind FROM 1 BY 1 UNTIL Bs-Ind > Bs-Count
               IF Bs-Matched(Bs-Ind) = "N"
                   MOVE SPACES TO Item-Record
                   MOVE "S"               TO Obi-Kind
                   MOVE Bs-Dir(Bs-Ind)    TO Obi-Dir
                   MOVE Bs-Date(Bs-Ind)   TO Obi-Date
                   MOVE Bs-Amount(Bs-Ind) TO Obi-Amount
                   MOVE Bs-Source(Bs-Ind) TO Obi-Source
                   MOVE Bs-Detail(Bs-Ind) TO Obi-Detail
                   IF Bs-Carried-Date(Bs-Ind) = 0
                       MOVE Run-Date TO Obi-Carried-Date
                   ELSE
                       MOVE Bs-Carried-Date(Bs-Ind) TO Obi-Carried-Date
                   END-IF
                   WRITE Item-Record
               END-IF
           END-PERFORM

           PERFORM VARYING Cb-Ind FROM 1 BY 1 UNTIL Cb-Ind > Cb-Count
               IF Cb-Matched(Cb-Ind) = "N"
                   MOVE SPACES TO Item-Record
                   MOVE "K"               TO Obi-Kind
                   MOVE Cb-Dir(Cb-Ind)    TO Obi-Dir
                   MOVE Cb-Date(Cb-Ind)   TO Obi-Date
                   MOVE Cb-Amount(Cb-Ind) TO Obi-Amount
                   MOVE Cb-Source(Cb-Ind) TO Obi-Source
                   MOVE Cb-Detail(Cb-Ind) TO Obi-Detail
                   IF Cb-Carried-Date(Cb-Ind) = 0
                       MOVE Run-Date TO Obi-Carried-Date
                   ELSE
                       MOVE Cb-Carried-Date(Cb-Ind) TO Obi-Carried-Date
                   END-IF
                   WRITE Item-Record
               END-IF
           END-PERFORM

           CLOSE Item-File
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "STATEMENT ENTRIES TAKEN: " New-Stmt-Count
           DISPLAY "ITEMS MATCHED:           " Matched-Count
           GOBACK
       .

      *****************************************************************
