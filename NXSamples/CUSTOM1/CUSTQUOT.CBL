      *        Q         leave
      *    Quote numbers come from their own quotnum.dat sequence,
      *    seeded on first use the way the order-number service
      *    seeds its own.  A conversion writes the line to
      *    custord.ism beside the customer's others and rewrites
      *    the customer with the usual custaudt.log entry.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Quote-Number-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Print-File ASSIGN "custquot.prt"
           ORGANIZATION IS LINE SEQUENTIAL
       01  Quote-Number-Record.
           03  Qtn-Next-Quo-No         PIC 9(6).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Print-File.
       01  Print-Line                  PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Quote-Seed-Number           VALUE 500001.
       78  Order-Number-Service        VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".
       78  Code-Picker                 VALUE "custpick".
       78  Tax-Lookup-Service          VALUE "taxlook".

       77  Quote-Number-File-Status    PIC X(2).
          88  Quote-Number-Not-Found      VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Print-File-Status           PIC X(2).
          88  Print-File-Not-Found        VALUE "35".
       01  Run-Date                    PIC 9(8).
       01  My-Operator-Id              PIC X(8).

       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       77  New-Balance-Wrk             PIC S9(9)V99 COMP.

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Page-Rule-Line              PIC X(72) VALUE ALL "=".

           03  FILLER                  PIC X(7) VALUE "  TO   ".
           03  Lst-Valid-Until         PIC 9(8).

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTQUOT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Work-One-Action UNTIL All-Done
           PERFORM Program-Terminate
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Customer-File
               OPEN I-O Quote-File
           END-IF

           OPEN I-O Order-Line-File

           OPEN EXTEND Print-File
           IF Print-File-Not-Found
      *    the quote would create, judged against File-C-Limit.

           MOVE 0 TO Balance-Wrk
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
                           ADD Ordl-Ord-Val TO Balance-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Balance-Wrk
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE New-Balance-Wrk = Balance-Wrk + Quo-Value

       Book-The-Order SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           INITIALIZE Order-Line-Record
           MOVE File-C-Code      TO Ordl-C-Code
           MOVE Allocated-Ord-No TO Ordl-Ord-No
           MOVE File-C-Company   TO Ordl-Company
           MOVE Run-Date         TO Ordl-Ord-Date
           MOVE Quo-Value        TO Ordl-Ord-Val
           MOVE 0                TO Ordl-Pay-Val
           MOVE "O"              TO Ordl-Ord-Type
           MOVE "O"              TO Ordl-Ord-Status
           WRITE Order-Line-Record
           MOVE 0 TO Line-Ord-Val-Before
           MOVE 0 TO Line-Pay-Val-Before
           PERFORM Note-Touched-Line
           PERFORM Post-Order-Index

           PERFORM Rederive-File-Balance
           REWRITE Customer-Record
           PERFORM Finish-Audit-Record
           PERFORM Store-Order-Tax

           MOVE "A" TO Quo-Status
      *    The converted line is standard-rated like any ordinary
      *    order Custom1 saves: the VAT-inclusive quote value is
      *    split at the rate in force on the order date and stored
      *    on ordtax.ism for the quarterly return.  With no rate
      *    keyed yet the line is simply not recorded, the same
      *    do-no-harm stance Save-Record takes.

           MOVE "S" TO Tax-Look-Code
           MOVE Run-Date TO Tax-Look-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Post-Order-Index SECTION.
      *    The new line onto the order-number index.

           SET Oxs-Action-Post   TO TRUE
           MOVE Allocated-Ord-No TO Oxs-Ord-No
           MOVE File-C-Code      TO Oxs-C-Code
           CALL Order-Index-Service USING Oxs-Request
       .
      *---------------------------------------------------------------*
       Rederive-File-Balance SECTION.

           MOVE 0 TO Balance-Wrk
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
                           ADD Ordl-Ord-Val TO Balance-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Balance-Wrk
                       END-IF
               END-READ
           END-PERFORM
           MOVE Balance-Wrk TO File-C-Balance
       .
      *---------------------------------------------------------------*
       Start-Audit-Record SECTION.
      *    Up to ten touched lines to a record - Note-Touched-Line
      *    fills the entries and runs on into a further record when
      *    they are full, Finish-Audit-Record writes the last.
      *    Running-Bal carries the customer's balance from record to
      *    record.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE Running-Bal     TO Audit-Bal-Before
           MOVE 0 TO Audit-Entry-Ind
       .
      *---------------------------------------------------------------*
       Note-Touched-Line SECTION.
      *    Order-Line-Record holds the line as rewritten, Line-Before
      *    the values it had beforehand.  A caller that has taken the
      *    line off the file marks the entry Audit-Line-Off-File.

           IF Audit-Entry-Ind = 10
               MOVE Running-Bal TO Audit-Bal-After
               SET Alg-Action-Append TO TRUE
               CALL Audit-Log-Service USING Alg-Request Audit-Record
               PERFORM Start-Audit-Record
           END-IF
           ADD 1 TO Audit-Entry-Ind
           MOVE Line-Ord-Val-Before TO
                                 Audit-Ord-Val-Before(Audit-Entry-Ind)
           MOVE Line-Pay-Val-Before TO
                                 Audit-Pay-Val-Before(Audit-Entry-Ind)
           MOVE Ordl-Ord-Val TO Audit-Ord-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Pay-Val TO Audit-Pay-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-No TO Audit-Ord-No(Audit-Entry-Ind)
           MOVE Ordl-Ord-Date TO Audit-Ord-Date-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Type TO Audit-Ord-Type-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Status TO
                                 Audit-Ord-Status-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr TO Audit-Ord-Curr-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr-Val TO
                              Audit-Ord-Curr-Val-After(Audit-Entry-Ind)
           COMPUTE Running-Bal = Running-Bal
                               + Ordl-Ord-Val - Ordl-Pay-Val
                               - Line-Ord-Val-Before
                               + Line-Pay-Val-Before
       .
      *---------------------------------------------------------------*
       Finish-Audit-Record SECTION.

           MOVE File-C-Balance TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Cancel-A-Quote SECTION.

           CLOSE Customer-File
           CLOSE Quote-File
           CLOSE Order-Line-File
           CLOSE Order-Tax-File
           CLOSE Print-File
           GOBACK
