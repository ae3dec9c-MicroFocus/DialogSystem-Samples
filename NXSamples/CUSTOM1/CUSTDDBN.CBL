      *    Custddco collection run.  Reads the bank's bounce file
      *    ddbounce.dat (customer, amount, bounce date, reason code)
      *    and reverses each returned payment on cust.ism: the
      *    amount is taken back off Ordl-Pay-Val on custord.ism
      *    newest-paid line first (the reverse of the allocation
      *    order Custcash applied it in), statuses stepped back to
      *    "P" part-paid or "I" invoiced as the money comes off, the
      *    balance re-derived, and the usual custaudt.log entry
      *    written.
      *    The bounced customer's mandate on custddir.dat is
      *    suspended so next month's run does not collect from an
      *    account that has already said no.  A register goes to
      *    custddbn.prt; a bounce that cannot be applied (unknown
      *    customer, locked record, nothing paid to reverse) is
      *    registered for a human.
      *    The run's control record - bounces read, reversed and
      *    left for a human, with the money each way - goes to the
      *    shared control-total file at the end.
      *    A bounce file already processed (same fingerprint on the
      *    inbound file register - see INFEED.CBL) is refused with
      *    return code 8 unless a supervisor has let it through on
      *    Feedmnt - the same bounces twice would reverse the money
      *    twice; after the run ddbounce.dat is filed to the dated
      *    feed archive.
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

           SELECT Bounce-File ASSIGN "ddbounce.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Bounce-File-Status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mandate-File-Status.

           SELECT Register-File ASSIGN "custddbn.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Bounce-File.
       01  Bounce-Record.
           03  Bnc-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ddm-Active              PIC X.

       FD  Register-File.
       01  Register-Line               PIC X(80).

          88  Mandate-File-Eof            VALUE "10".
          88  Mandate-File-Not-Found      VALUE "35".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Newest-Ord-No               PIC 9(6).
       77  Newest-Ord-Date             PIC 9(8).
       77  Mdt-Ind                     PIC 9(4) COMP.
       77  Mdt-Count                   PIC 9(4) COMP VALUE 0.
       77  Reversed-Count              PIC 9(6) VALUE 0.
       77  Failed-Count                PIC 9(6) VALUE 0.
       77  Bounce-Value                PIC 9(11)V99 VALUE 0.
       77  Reversed-Value              PIC 9(11)V99 VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

      *    has this bounce file been processed before - see INFEED.CBL
       78  Inbound-Feed-Service        VALUE "infeed".
           COPY "INFEED.CPY".

       77  Remaining-Wrk               PIC 9(9)V99 COMP.
       77  Paid-Here-Wrk               PIC S9(9)V99 COMP.
       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Register-Detail.
           03  Reg-C-Code              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Reg-Note                PIC X(28).

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Check-Inbound-Register
           PERFORM Program-Initialize
           PERFORM Load-The-Mandates
           PERFORM Reverse-One-Bounce UNTIL Bounce-File-Eof
           PERFORM Write-The-Mandates
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Check-Inbound-Register SECTION.

           INITIALIZE Inbound-Feed
           SET Ifd-Action-Check TO TRUE
           MOVE "CUSTDDBN" TO Ifd-Program
           MOVE "ddbounce.dat" TO Ifd-File-Name
           MOVE 7 TO Ifd-Value-Start
           MOVE 9 TO Ifd-Value-Length
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Repeat
               DISPLAY "CUSTDDBN: DDBOUNCE.DAT ALREADY PROCESSED ON "
                       Ifd-Seen-Date " - REFUSED, SEE FEEDMNT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Ifd-Overridden
               DISPLAY "CUSTDDBN: DDBOUNCE.DAT SEEN ON " Ifd-Seen-Date
                       " - PROCESSED AGAIN ON " Ifd-Override-By
                       "'S OVERRIDE"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

               SET Bounce-File-Eof TO TRUE
           ELSE
               OPEN I-O Customer-File
               OPEN I-O Order-Line-File
               PERFORM Read-Next-Bounce
           END-IF
       .
      *---------------------------------------------------------------*
       Reverse-One-Bounce SECTION.

           ADD Bnc-Amount TO Bounce-Value
      *    the same period gate every posting path keeps - a bounce
      *    dated into a closed month waits for the supervisor, it
      *    is never silently repriced
       Apply-The-Reversal SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           MOVE Bnc-Amount TO Remaining-Wrk
           SET Paid-Line-Found TO TRUE
               UNTIL Remaining-Wrk = 0 OR NOT Paid-Line-Found

           IF Remaining-Wrk < Bnc-Amount
               COMPUTE Reversed-Value = Reversed-Value
                                      + Bnc-Amount - Remaining-Wrk
               PERFORM Rederive-File-Balance
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
               PERFORM Suspend-The-Mandate
           END-IF

      *    back first - the mirror of the oldest-first allocation.

           MOVE "N" TO Paid-Line-Sw
           MOVE 0 TO Newest-Ord-No
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
                           PERFORM Judge-Newest-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Paid-Line-Found
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Newest-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       MOVE "N" TO Paid-Line-Sw
                   NOT INVALID KEY
                       PERFORM Unpay-Newest-Line
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Newest-Line SECTION.
      *    The later-dated line wins; the lower order number wins
      *    a tie.

           IF Ordl-Pay-Val > 0
              AND (NOT Paid-Line-Found
                   OR Ordl-Ord-Date > Newest-Ord-Date)
               SET Paid-Line-Found TO TRUE
               MOVE Ordl-Ord-No   TO Newest-Ord-No
               MOVE Ordl-Ord-Date TO Newest-Ord-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Unpay-Newest-Line SECTION.

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           MOVE Ordl-Pay-Val TO Paid-Here-Wrk
           IF Remaining-Wrk < Paid-Here-Wrk
               SUBTRACT Remaining-Wrk FROM Ordl-Pay-Val
               MOVE 0 TO Remaining-Wrk
               MOVE "P" TO Ordl-Ord-Status
           ELSE
               MOVE 0 TO Ordl-Pay-Val
               SUBTRACT Paid-Here-Wrk FROM Remaining-Wrk
               MOVE "I" TO Ordl-Ord-Status
           END-IF
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line
       .
      *---------------------------------------------------------------*
       Suspend-The-Mandate SECTION.

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
       Read-Next-Bounce SECTION.
           DISPLAY "BOUNCES REVERSED: " Reversed-Count
                   " NEEDING A HUMAN: " Failed-Count
           IF NOT Bounce-File-Not-Found
               PERFORM Write-Control-Total
               CLOSE Customer-File
               CLOSE Order-Line-File
               CLOSE Bounce-File
           END-IF
           CLOSE Register-File
           IF NOT Bounce-File-Not-Found
               PERFORM File-Inbound-Feed
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       File-Inbound-Feed SECTION.

           SET Ifd-Action-Archive TO TRUE
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Archived
               DISPLAY "CUSTDDBN: DDBOUNCE.DAT FILED AS "
                       Ifd-Archive-File
           ELSE
               DISPLAY "CUSTDDBN: NO ROOM IN THE FEED ARCHIVE - "
                       "DDBOUNCE.DAT LEFT IN PLACE, CHECK FEEDARCH"
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    What was not reversed - the whole of a failed bounce, the
      *    unreversed part of a part-reversed one - is the money
      *    left for a human.

           INITIALIZE Control-Total
           MOVE "CUSTDDBN"     TO Ctl-Job
           ADD Reversed-Count Failed-Count GIVING Ctl-Recs-In
           MOVE Bounce-Value   TO Ctl-Value-In
           MOVE Reversed-Count TO Ctl-Recs-Out
           MOVE Reversed-Value TO Ctl-Value-Out
           MOVE Failed-Count   TO Ctl-Recs-Aside
           COMPUTE Ctl-Value-Aside = Bounce-Value - Reversed-Value
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
