      *    adjustment per record: customer, order number, type,
      *    signed amount, date, reference), validates each record
      *    against cust.ism, applies the accepted ones to
      *    Ordl-Pay-Val / File-C-Balance with the usual custaudt.log
      *    entries, and writes the rejected ones to acctrej.dat with
      *    a reason code so accounting can correct and re-submit.
      *    Types carried on the interchange:
      *        R6 - unknown type code
      *        R7 - document date falls in a closed accounting
      *             period (see PERCHECK.CBL)
      *    The order line is found through the order-number index
      *    ordxref.ism (see ORDXREF.CPY): the customer the index
      *    names is the one read, so a line moved to another
      *    customer since accounting last heard of it (a merge of
      *    duplicates) is still applied where it now sits.  An
      *    order the index does not know, or no index at all, falls
      *    back to the customer on the interchange record.
      *    The run's control record - records read, applied and
      *    rejected, with their signed amounts - goes to the shared
      *    control-total file at the end.
      *    An interchange file already applied (same fingerprint on
      *    the inbound file register - see INFEED.CBL) is refused
      *    with return code 8 unless a supervisor has let it through
      *    on Feedmnt; after the run acctrecv.dat is filed to the
      *    dated feed archive.
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

           SELECT Interchange-File ASSIGN "acctrecv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Interchange-File-Status.
           SELECT Reject-File ASSIGN "acctrej.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Xref-File ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Oxr-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Xref-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.
           03  FILLER                  PIC X(1).
           03  Rej-Reason              PIC X(2).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  Interchange-File-Status     PIC X(2).
          88  Interchange-File-Eof        VALUE "10".

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".
       01  Xref-Open-Sw                PIC X(01) VALUE "N".
          88  Xref-Open                   VALUE "Y".
       01  Lookup-C-Code               PIC X(5).

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       01  Line-Found-Sw               PIC X(01).
          88  Line-Found                  VALUE "Y".
       77  Read-Count                  PIC 9(6) VALUE 0.
       77  Applied-Count               PIC 9(6) VALUE 0.
       77  Rejected-Count              PIC 9(6) VALUE 0.
       77  Read-Value                  PIC S9(11)V99 COMP VALUE 0.
       77  Applied-Value               PIC S9(11)V99 COMP VALUE 0.
       77  Rejected-Value              PIC S9(11)V99 COMP VALUE 0.
       77  Amount-Wrk                  PIC S9(7)V99 COMP.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

      *    has this interchange file been applied - see INFEED.CBL
       78  Inbound-Feed-Service        VALUE "infeed".
           COPY "INFEED.CPY".

       77  New-Pay-Wrk                 PIC S9(9)V99 COMP.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.
           COPY "PERCHECK.CPY".

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Check-Inbound-Register
           PERFORM Program-Initialize
           PERFORM Import-One-Record UNTIL Interchange-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Check-Inbound-Register SECTION.

           INITIALIZE Inbound-Feed
           SET Ifd-Action-Check TO TRUE
           MOVE "CUSTRIMP" TO Ifd-Program
           MOVE "acctrecv.dat" TO Ifd-File-Name
           MOVE 16 TO Ifd-Value-Start
           MOVE 10 TO Ifd-Value-Length
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Repeat
               DISPLAY "CUSTRIMP: ACCTRECV.DAT ALREADY APPLIED ON "
                       Ifd-Seen-Date " - REFUSED, SEE FEEDMNT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Ifd-Overridden
               DISPLAY "CUSTRIMP: ACCTRECV.DAT SEEN ON " Ifd-Seen-Date
                       " - APPLIED AGAIN ON " Ifd-Override-By
                       "'S OVERRIDE"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           END-IF

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN INPUT Interchange-File
           OPEN OUTPUT Reject-File

           OPEN INPUT Order-Xref-File
           IF NOT Order-Xref-File-Not-Found
               SET Xref-Open TO TRUE
           END-IF

           PERFORM Read-Next-Interchange
       Import-One-Record SECTION.

           ADD 1 TO Read-Count
      *    an amount accounting sent garbled counts as nought
           MOVE 0 TO Amount-Wrk
           IF Intf-Amount NUMERIC
               MOVE Intf-Amount TO Amount-Wrk
           END-IF
           ADD Amount-Wrk TO Read-Value
           MOVE SPACES TO Reject-Reason-Wrk
           PERFORM Validate-This-Record

           IF Reject-Reason-Wrk = SPACES
               PERFORM Apply-This-Record
               ADD 1 TO Applied-Count
               ADD Amount-Wrk TO Applied-Value
           ELSE
               PERFORM Write-Reject-Record
               ADD Amount-Wrk TO Rejected-Value
           END-IF

           PERFORM Read-Next-Interchange
           END-IF

           IF Reject-Reason-Wrk = SPACES
               PERFORM Find-Indexed-Customer
               MOVE Lookup-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       MOVE "R1" TO Reject-Reason-Wrk

           IF Reject-Reason-Wrk = SPACES
               PERFORM Find-Order-Line
               IF NOT Line-Found
                   MOVE "R2" TO Reject-Reason-Wrk
               END-IF
           END-IF

           IF Reject-Reason-Wrk = SPACES
               COMPUTE New-Pay-Wrk = Ordl-Pay-Val + Intf-Amount
               IF New-Pay-Wrk < 0
                  OR New-Pay-Wrk > Ordl-Ord-Val
                   MOVE "R4" TO Reject-Reason-Wrk
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Indexed-Customer SECTION.

           MOVE Intf-C-Code TO Lookup-C-Code
           IF Xref-Open AND Intf-Ord-No NOT = 0
               MOVE Intf-Ord-No TO Oxr-Ord-No
               READ Order-Xref-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Oxr-C-Code TO Lookup-C-Code
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Order-Line SECTION.
      *    Straight off custord.ism under the customer just read -
      *    Order-Line-Record holds the line for Apply-This-Record.

           MOVE "N" TO Line-Found-Sw
           IF Intf-Ord-No NOT = 0
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Intf-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Line-Found TO TRUE
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-This-Record SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           MOVE New-Pay-Wrk TO Ordl-Pay-Val
           IF Ordl-Pay-Val = Ordl-Ord-Val
               MOVE "F" TO Ordl-Ord-Status
           ELSE
               MOVE "P" TO Ordl-Ord-Status
           END-IF
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line

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

           REWRITE Customer-Record
           PERFORM Finish-Audit-Record
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
       Write-Reject-Record SECTION.
           DISPLAY "INTERCHANGE RECORDS READ: " Read-Count
           DISPLAY "APPLIED:                  " Applied-Count
           DISPLAY "REJECTED:                 " Rejected-Count
           PERFORM Write-Control-Total
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Interchange-File
           CLOSE Reject-File
           IF Xref-Open
               CLOSE Order-Xref-File
           END-IF
           IF NOT Ifd-Missing
               PERFORM File-Inbound-Feed
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       File-Inbound-Feed SECTION.

           SET Ifd-Action-Archive TO TRUE
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Archived
               DISPLAY "CUSTRIMP: ACCTRECV.DAT FILED AS "
                       Ifd-Archive-File
           ELSE
               DISPLAY "CUSTRIMP: NO ROOM IN THE FEED ARCHIVE - "
                       "ACCTRECV.DAT LEFT IN PLACE, CHECK FEEDARCH"
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTRIMP"     TO Ctl-Job
           MOVE Read-Count     TO Ctl-Recs-In
           MOVE Read-Value     TO Ctl-Value-In
           MOVE Applied-Count  TO Ctl-Recs-Out
           MOVE Applied-Value  TO Ctl-Value-Out
           MOVE Rejected-Count TO Ctl-Recs-Aside
           MOVE Rejected-Value TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
