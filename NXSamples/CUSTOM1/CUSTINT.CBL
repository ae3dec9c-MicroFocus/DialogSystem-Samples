      *---------------------------------------------------------------*
      *    Month-end late-payment interest assessment.  Our terms
      *    allow interest on invoices unpaid after the agreed days.
      *    For every order line on custord.ism that is
      *        - an ordinary order ("O"/space Ordl-Ord-Type - credit
      *          notes and earlier interest lines are never charged),
      *        - not disputed (a customer correctly withholding
      *          payment is not charged interest on the argument),
      *        - short-paid (Ordl-Pay-Val below Ordl-Ord-Val), and
      *        - older than the terms allow,
      *    interest is computed on the outstanding amount at the
      *    annual rate for the days past terms, and written to the
      *    customer as a new order line: number drawn from the shared
      *    Custonum sequence, dated with the run date, type "N"
      *    (interest), status open, alongside the customer's other
      *    lines on custord.ism.  Balances are re-derived, audited,
      *    and an interest-charged register written to custint.prt.
      *    The rate and terms come from intparm.dat: columns 1-4 the
      *    annual percentage as 9(2)V99 digits with the decimal
      *    point assumed (e.g. "1250" = 12.50), column 5 a space,
      *    columns 6-8 the terms days (9(3)).  Days are true
      *    calendar days (see DATECALC.CBL) - no interest for a day
      *    that never was.
      *    The intparm.dat terms are only the fallback: a customer
      *    with terms of their own on custterm.ism, or in an area
      *    with a default there (see TERMLOOK.CBL), is charged from
      *    their own due date instead.
      *    Interest lines are simply new lines.  So a line still
      *    short next month is never billed twice for the same days,
      *    the days charged are capped at the days elapsed since the
      *    previous assessment (intlast.dat remembers when that was;
      *    the first run ever charges the full overdue period).
      *    The run's control record - customers assessed, interest
      *    lines charged and their total, customers passed over
      *    because another session had them - goes to the shared
      *    control-total file at the end.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Param-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Register-File ASSIGN "custint.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           03  FILLER                  PIC X(1).
           03  Prm-Terms-Days          PIC 9(3).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Register-File.
       01  Register-Line               PIC X(90).
       WORKING-STORAGE SECTION.

       78  Order-Number-Service        VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".
      *    accounting-period gate - see PERCHECK.CBL
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".
      *    in-run checkpoint - a rerun resumes after the last
      *    customer completed instead of double-charging everyone
      *    already assessed; see CHKPOINT.CBL
       77  Param-File-Status           PIC X(2).
          88  Param-File-Not-Found        VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Register-File-Status        PIC X(2).

           88  Order-Tax-File-Not-Found    VALUE "35".
       01  Last-Run-Known-Sw           PIC X(01) VALUE "N".
          88  Last-Run-Known              VALUE "Y".
       77  Last-Run-Serial             PIC S9(8) COMP VALUE 0.
       77  Days-Since-Last             PIC S9(8) COMP.
       77  Days-To-Charge              PIC S9(8) COMP.

       77  Charged-Count               PIC 9(6) VALUE 0.
       77  Charged-Total               PIC S9(9)V99 COMP VALUE 0.
       77  Customers-Read              PIC 9(6) VALUE 0.
       77  Locked-Count                PIC 9(6) VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Annual-Rate                 PIC 9(2)V99 VALUE 0.
       01  Terms-Days                  PIC 9(3) VALUE 30.

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Overdue-Days                PIC S9(8) COMP.
       77  Interest-Due-Sw             PIC X(01) VALUE "N".
          88  Interest-Due                VALUE "Y".
       01  Allocated-Ord-No            PIC 9(6).
       01  Base-Ord-No                 PIC 9(6).

       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Register-Detail.
           03  Reg-C-Code              PIC X(5).
           03  FILLER                  PIC X(5) VALUE " RUN ".
           03  Reg-Run-Id              PIC 9(8).

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

               ACCEPT My-Operator-Id FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

      *    every interest line this run raises is dated Run-Date -
      *    one period check up front covers the whole run
               OPEN OUTPUT Register-File
           END-IF

           OPEN I-O Order-Line-File

           OPEN I-O Order-Tax-File
           IF Order-Tax-File-Not-Found
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Last-Run-Date TO Dtc-Date-1
                       PERFORM Find-Day-Number
                       MOVE Dtc-Days TO Last-Run-Serial
                       SET Last-Run-Known TO TRUE
               END-READ
               CLOSE Last-Run-File
      *---------------------------------------------------------------*
       Assess-One-Customer SECTION.

           ADD 1 TO Customers-Read
           IF File-C-Lock-Op NOT = SPACES
              AND File-C-Lock-Op NOT = My-Operator-Id
               ADD 1 TO Locked-Count
           END-IF
           IF File-C-Lock-Op = SPACES
              OR File-C-Lock-Op = My-Operator-Id
               PERFORM Capture-Before-Image
               MOVE File-C-Code TO Trm-C-Code
               MOVE File-C-Area TO Trm-C-Area
               MOVE Terms-Days  TO Trm-Default-Days
               CALL Terms-Lookup-Service USING Trm-Check
               MOVE "N" TO Interest-Due-Sw
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
                               PERFORM Judge-One-Line
                           END-IF
                   END-READ
               END-PERFORM
               IF Interest-Due
                   PERFORM Rederive-File-Balance
                   REWRITE Customer-Record
                   PERFORM Finish-Audit-Record
               END-IF
           END-IF

       Capture-Before-Image SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
       .
      *---------------------------------------------------------------*
       Judge-One-Line SECTION.
      *    The interest lines this run writes come round in the
      *    same pass - type "N", so never charged themselves.

           IF (Ordl-Ord-Type = SPACE OR Ordl-Ord-Type = "O")
              AND Ordl-Ord-Status NOT = "D"
              AND Ordl-Pay-Val < Ordl-Ord-Val
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Overdue-Days = Run-Serial - Ord-Serial
                                    - Trm-Days
               IF Overdue-Days > 0
                   PERFORM Charge-Interest-On-Line
               END-IF
               END-IF
           END-IF

           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           COMPUTE Interest-Wrk ROUNDED =
               Outstanding-Wrk * Annual-Rate / 100
                               * Days-To-Charge / 365

           IF Interest-Wrk > 0
               MOVE Ordl-Ord-No TO Base-Ord-No
               CALL Order-Number-Service USING Allocated-Ord-No
               IF Allocated-Ord-No NOT = 0
                   PERFORM Write-Interest-Line
           ADD Interest-Wrk TO Charged-Total
           SET Interest-Due TO TRUE

           INITIALIZE Order-Line-Record
           MOVE File-C-Code      TO Ordl-C-Code
           MOVE Allocated-Ord-No TO Ordl-Ord-No
           MOVE File-C-Company   TO Ordl-Company
           MOVE Run-Date         TO Ordl-Ord-Date
           MOVE Interest-Wrk     TO Ordl-Ord-Val
           MOVE 0                TO Ordl-Pay-Val
           MOVE "N"              TO Ordl-Ord-Type
           MOVE "O"              TO Ordl-Ord-Status
           WRITE Order-Line-Record
           MOVE 0 TO Line-Ord-Val-Before
           MOVE 0 TO Line-Pay-Val-Before
           PERFORM Note-Touched-Line
           MOVE "CHARGED"        TO Reg-Note
           PERFORM Post-Order-Index

           MOVE File-C-Code            TO Reg-C-Code
           MOVE Base-Ord-No            TO Reg-Base-Ord-No
           MOVE Days-To-Charge         TO Reg-Days
           MOVE Interest-Wrk           TO Reg-Interest
           MOVE Register-Detail TO Register-Line
           END-REWRITE
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
       Program-Terminate SECTION.
           CALL Checkpoint-Service USING Cp-Request

           DISPLAY "INTEREST LINES CHARGED: " Charged-Count
           PERFORM Write-Control-Total
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Order-Tax-File
           CLOSE Register-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTINT"      TO Ctl-Job
           MOVE Cp-Run-Id      TO Ctl-Run-Id
           IF Cp-Resuming = "Y"
               SET Ctl-Resumed-Run TO TRUE
           END-IF
           MOVE Customers-Read TO Ctl-Recs-In
           MOVE Charged-Count  TO Ctl-Recs-Out
           MOVE Charged-Total  TO Ctl-Value-Out
           MOVE Locked-Count   TO Ctl-Recs-Aside
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
