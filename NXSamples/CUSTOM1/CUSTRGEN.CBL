      *        sequence, and the same over-limit rejection
      *        Save-Record applies refuses a customer the order
      *        would take past File-C-Limit;
      *      - the line goes onto custord.ism beside the
      *        customer's others, and every customer rewritten gets
      *        the usual custaudt.log entry.
      *    A run report of what was generated and what was refused,
      *    and why, goes to custrgen.prt.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): templates due in, orders generated out,
      *    refusals aside, by count and by template value.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Template-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Report-File ASSIGN "custrgen.prt"
           ORGANIZATION IS LINE SEQUENTIAL.
           03  FILLER                  PIC X(1).
           03  Rcr-Last-Gen            PIC 9(6).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).
       78  Max-Template-Rows           VALUE 500.
       78  Max-Roll-Days               VALUE 14.
       78  Order-Number-Service        VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".
       78  Calendar-Check-Service      VALUE "calcheck".
       78  Date-Calc-Service           VALUE "datecalc".
       78  Tax-Lookup-Service          VALUE "taxlook".

       77  Template-File-Status        PIC X(2).
          88  Template-File-Eof           VALUE "10".
          88  Template-File-Not-Found     VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Order-Tax-File-Status       PIC X(2).
          88  Order-Tax-File-Not-Found    VALUE "35".
       77  Row-Count                   PIC 9(4) COMP VALUE 0.
       77  Generated-Count             PIC 9(6) VALUE 0.
       77  Refused-Count               PIC 9(6) VALUE 0.
       77  Generated-Value             PIC S9(11)V99 COMP VALUE 0.
       77  Refused-Value               PIC S9(11)V99 COMP VALUE 0.

       01  Template-Table.
           03  Template-Row OCCURS Max-Template-Rows
           03  Ord-Yyyy                PIC 9(4).
           03  Ord-Mm                  PIC 9(2).
           03  Ord-Dd                  PIC 9(2).
       77  Roll-Tries                  PIC 9(2) COMP.
       01  Date-Open-Sw                PIC X(01).
          88  Date-Open                   VALUE "Y".

           COPY "CALCHECK.CPY".
           COPY "DATECALC.CPY".

       01  Allocated-Ord-No            PIC 9(6).
       01  My-Operator-Id              PIC X(8).

       77  Balance-Wrk                 PIC S9(9)V99 COMP.
       77  New-Balance-Wrk             PIC S9(9)V99 COMP.

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
           03  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           03  Cnt-Refused             PIC ZZZZZ9.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           IF Row-Count NOT = 0
               OPEN I-O Customer-File

               OPEN I-O Order-Line-File

               OPEN I-O Order-Tax-File
               IF Order-Tax-File-Not-Found
      *---------------------------------------------------------------*
       Next-Calendar-Day SECTION.

           MOVE Order-Date TO Dtc-Date-1
           MOVE 1 TO Dtc-Days
           SET Dtc-Add-Days TO TRUE
           CALL Date-Calc-Service USING Date-Calc
           MOVE Dtc-Date-2 TO Order-Date
       .
      *---------------------------------------------------------------*
       Generate-For-Customer SECTION.
      *    The same over-limit rejection Save-Record applies.

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
           COMPUTE New-Balance-Wrk = Balance-Wrk + Rcr-Value

       Book-The-Order SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           INITIALIZE Order-Line-Record
           MOVE File-C-Code      TO Ordl-C-Code
           MOVE Allocated-Ord-No TO Ordl-Ord-No
           MOVE File-C-Company   TO Ordl-Company
           MOVE Order-Date       TO Ordl-Ord-Date
           MOVE Rcr-Value        TO Ordl-Ord-Val
           MOVE 0                TO Ordl-Pay-Val
           MOVE "O"              TO Ordl-Ord-Type
           MOVE "O"              TO Ordl-Ord-Status
           WRITE Order-Line-Record
           MOVE 0 TO Line-Ord-Val-Before
           MOVE 0 TO Line-Pay-Val-Before
           PERFORM Note-Touched-Line
           MOVE "GENERATED"      TO Det-Outcome
           PERFORM Post-Order-Index

           PERFORM Rederive-File-Balance
           REWRITE Customer-Record
           PERFORM Finish-Audit-Record
           PERFORM Store-Order-Tax

           MOVE Run-Month TO Rcr-Last-Gen
           ADD 1 TO Generated-Count
           ADD Rcr-Value TO Generated-Value
           MOVE Allocated-Ord-No TO Det-Ord-No
           MOVE Order-Date       TO Det-Date
           MOVE Detail-Line TO Report-Line
       Report-Refusal SECTION.

           ADD 1 TO Refused-Count
           ADD Rcr-Value TO Refused-Value
           MOVE Order-Date TO Det-Date
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
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
       Rewrite-Template-File SECTION.
                   " REFUSED: " Refused-Count
           IF Row-Count NOT = 0
               CLOSE Customer-File
               CLOSE Order-Line-File
               CLOSE Order-Tax-File
           END-IF
           CLOSE Report-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every template due this month is generated or refused,
      *    so in = out + aside by count and by template value.

           INITIALIZE Control-Total
           MOVE "CUSTRGEN"      TO Ctl-Job
           COMPUTE Ctl-Recs-In = Generated-Count + Refused-Count
           COMPUTE Ctl-Value-In = Generated-Value + Refused-Value
           MOVE Generated-Count TO Ctl-Recs-Out
           MOVE Generated-Value TO Ctl-Value-Out
           MOVE Refused-Count   TO Ctl-Recs-Aside
           MOVE Refused-Value   TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
