      *    whatever could not be allocated stays behind as a reduced
      *    open item.  The list going to zero is the daily control
      *    that every banked pound ended up on a customer.
      *    At the end of the session one record goes to the control
      *    file (see CTLTOT.CPY): items worked in at their open
      *    amount, items posted in full and every pound allocated
      *    out, part-posted items and what stays in suspense aside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Suspense-File ASSIGN "custsusp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Suspense-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

           03  FILLER                  PIC X(1).
           03  Ssp-Run-Id              PIC 9(8).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Suspense-Items          VALUE 500.
       78  Code-Picker                 VALUE "custpick".

          88  Suspense-File-Eof           VALUE "10".
          88  Suspense-File-Not-Found     VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Oldest-Ord-No               PIC 9(6).
       77  Oldest-Ord-Date             PIC 9(8).
       77  Item-Ind                    PIC 9(4) COMP.
       77  Item-Count                  PIC 9(4) COMP VALUE 0.
       77  Chosen-Item                 PIC 9(4) COMP.
       01  Open-Line-Sw                PIC X(01) VALUE "N".
          88  Open-Line-Found             VALUE "Y".
       77  Open-Total                  PIC 9(9)V99 COMP.
       77  Worked-Count                PIC 9(6) VALUE 0.
       77  Posted-Count                PIC 9(6) VALUE 0.
       77  Worked-Value                PIC S9(11)V99 COMP VALUE 0.
       77  Posted-Value                PIC S9(11)V99 COMP VALUE 0.

       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  List-Line.
           03  Lst-Item-No             PIC ZZZ9.
               "OPEN SUSPENSE TOTAL:  ".
           03  Lst-Total               PIC Z(8)9.99.

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

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTSUSP: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Show-The-Items
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           MOVE 0 TO Item-Count
           OPEN INPUT Suspense-File
               CLOSE Suspense-File

               OPEN I-O Customer-File
               OPEN I-O Order-Line-File
           END-IF
       .
      *---------------------------------------------------------------*
      *    customer the operator has just identified.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           ADD 1 TO Worked-Count
           ADD Itv-Amount TO Worked-Value
           MOVE Itv-Amount TO Remaining-Wrk
           SET Open-Line-Found TO TRUE
           PERFORM Allocate-To-Oldest-Line
               UNTIL Remaining-Wrk = 0 OR NOT Open-Line-Found

           COMPUTE Posted-Value = Posted-Value
                                + Itv-Amount - Remaining-Wrk
           IF Remaining-Wrk < Itv-Amount
               PERFORM Rederive-File-Balance
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
           END-IF

           IF Remaining-Wrk = 0
               ADD 1 TO Posted-Count
               MOVE "P" TO Itv-Status
               MOVE It-View TO It-Record(Chosen-Item)
               DISPLAY "ITEM " Chosen-Item " POSTED TO " Posting-Code
       Allocate-To-Oldest-Line SECTION.

           MOVE "N" TO Open-Line-Sw
           MOVE 0 TO Oldest-Ord-No
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
                           PERFORM Judge-Oldest-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Open-Line-Found
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Oldest-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       MOVE "N" TO Open-Line-Sw
                   NOT INVALID KEY
                       PERFORM Pay-Oldest-Line
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Oldest-Line SECTION.
      *    Disputed lines never soak up cash.

           IF Ordl-Ord-Status NOT = "D"
              AND Ordl-Pay-Val < Ordl-Ord-Val
              AND (NOT Open-Line-Found
                   OR Ordl-Ord-Date < Oldest-Ord-Date)
               SET Open-Line-Found TO TRUE
               MOVE Ordl-Ord-No   TO Oldest-Ord-No
               MOVE Ordl-Ord-Date TO Oldest-Ord-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Pay-Oldest-Line SECTION.

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           IF Remaining-Wrk < Outstanding-Wrk
               ADD Remaining-Wrk TO Ordl-Pay-Val
               MOVE 0 TO Remaining-Wrk
               MOVE "P" TO Ordl-Ord-Status
           ELSE
               MOVE Ordl-Ord-Val TO Ordl-Pay-Val
               SUBTRACT Outstanding-Wrk FROM Remaining-Wrk
               MOVE "F" TO Ordl-Ord-Status
           END-IF
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line
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
       Write-The-Items SECTION.

           IF NOT Suspense-File-Not-Found
               CLOSE Customer-File
               CLOSE Order-Line-File
           END-IF
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    An item worked is posted in full or left part-posted in
      *    suspense, so in = out + aside by count and by amount.

           INITIALIZE Control-Total
           MOVE "CUSTSUSP"   TO Ctl-Job
           MOVE Worked-Count TO Ctl-Recs-In
           MOVE Worked-Value TO Ctl-Value-In
           MOVE Posted-Count TO Ctl-Recs-Out
           MOVE Posted-Value TO Ctl-Value-Out
           COMPUTE Ctl-Recs-Aside = Worked-Count - Posted-Count
           COMPUTE Ctl-Value-Aside = Worked-Value - Posted-Value
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
