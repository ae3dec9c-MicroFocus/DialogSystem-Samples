      *    Warehouse dispatch confirmation feed.  Reads the dispatch
      *    file dispatch.dat the warehouse system drops (order
      *    number, dispatch date, reference - one confirmation per
      *    record), finds each order line on custord.ism and moves
      *    its Ordl-Ord-Status to "S" shipped, with the usual
      *    custaudt.log entry - so the Custstat worklist stops
      *    showing orders that actually left weeks ago.
      *    custord.ism is keyed customer first; each confirmation is
      *    taken straight to its customer through the order-number
      *    index ordxref.ism (see ORDXREF.CPY).  Only when the index
      *    is missing are the confirmations held in a table and the
      *    master swept once, the one-pass shape the end-of-day
      *    batch uses.  The status
      *    move obeys the same forward-only rules Custom1's
      *    Validate-Status-Transitions enforces: only an open line
      *    (space or "O") may move to shipped here - a disputed line
      *    past this point in its life.  Confirmations that cannot
      *    be applied - unknown order, already shipped, disputed,
      *    customer locked by another session - go to the exceptions
      *    file shipexcp.dat with a reason, not into the bin.  Each
      *    exception carries where the order was to go - the ship-to
      *    site the order line names, with its contact and phone, or
      *    the statement address when it names none - through the
      *    Shiplook service, so the chase starts with the right
      *    site's phone number.
      *    Every order moved to shipped has its orddetl.ism lines
      *    relieved from stock.ism through the Stockset service (see
      *    STOCKSET.CPY) - each line's quantity comes off on hand
      *    and off what Orditem allocated - under the dispatch
      *    reference, so stock falls when the goods leave.
      *    A dispatch file already applied (same fingerprint on the
      *    inbound file register - see INFEED.CBL) is refused with
      *    return code 8 unless a supervisor has let it through on
      *    Feedmnt; after the run dispatch.dat is filed to the dated
      *    feed archive.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): confirmations in, orders marked shipped
      *    out, exceptions aside - by count only, a dispatch carries
      *    no money.
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

           SELECT Dispatch-File ASSIGN "dispatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Dispatch-File-Status.
           SELECT Exception-File ASSIGN "shipexcp.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Detail-File ASSIGN "orddetl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Odt-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Detail-File-Status.

           SELECT Order-Xref-File ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Oxr-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Xref-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Dispatch-File.
       01  Dispatch-Record.
           03  Dsp-Ord-No              PIC 9(6).
           03  Exc-Reference           PIC X(10).
           03  FILLER                  PIC X(1).
           03  Exc-Reason              PIC X(24).
           03  Exc-Delivery.
               05  FILLER              PIC X(1).
               05  Exc-Site-Code       PIC X(4).
               05  FILLER              PIC X(1).
               05  Exc-Deliver-Name    PIC X(15).
               05  FILLER              PIC X(1).
               05  Exc-Deliver-Addr1   PIC X(15).
               05  FILLER              PIC X(1).
               05  Exc-Deliver-Addr2   PIC X(15).
               05  FILLER              PIC X(1).
               05  Exc-Deliver-Addr3   PIC X(15).
               05  FILLER              PIC X(1).
               05  Exc-Deliver-Addr4   PIC X(15).
               05  FILLER              PIC X(1).
               05  Exc-Contact         PIC X(20).
               05  FILLER              PIC X(1).
               05  Exc-Phone           PIC X(15).

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
          88  Dispatch-File-Eof           VALUE "10".
          88  Dispatch-File-Not-Found     VALUE "35".

       77  Detail-File-Status          PIC X(2).
          88  Detail-File-Not-Found       VALUE "35".
       01  Detail-Open-Sw              PIC X(01) VALUE "N".
          88  Detail-Open                 VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       77  Relieved-Count              PIC 9(6) VALUE 0.

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".
       01  Xref-Open-Sw                PIC X(01) VALUE "N".
          88  Xref-Open                   VALUE "Y".
       01  Line-Found-Sw               PIC X(01).
          88  Line-Found                  VALUE "Y".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Dsp-Ind                     PIC 9(5) COMP.
       77  Dsp-Count                   PIC 9(5) COMP VALUE 0.
       77  Shipped-Count               PIC 9(6) VALUE 0.
      *        space open, "S" shipped this run, "E" excepted
               05  Dt-Outcome          PIC X.

       78  Delivery-Address-Service    VALUE "shiplook".
           COPY "SHIPLOOK.CPY".

       78  Stock-Movement-Service      VALUE "stockset".
           COPY "STOCKSET.CPY".

      *    has this dispatch file been applied before - see INFEED.CBL
       78  Inbound-Feed-Service        VALUE "infeed".
           COPY "INFEED.CPY".

       01  Record-Changed-Sw           PIC X(01).
          88  Record-Changed              VALUE "Y".
       01  My-Operator-Id              PIC X(8).

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

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Check-Inbound-Register
           PERFORM Program-Initialize
           PERFORM Load-Dispatch-Table
           IF Dsp-Count NOT = 0
               IF Xref-Open
                   PERFORM Apply-One-Dispatch
                       VARYING Dsp-Ind FROM 1 BY 1
                           UNTIL Dsp-Ind > Dsp-Count
      *            no record in hand from here on - as after a sweep
                   SET Customer-File-Eof TO TRUE
               ELSE
                   PERFORM Apply-One-Customer UNTIL Customer-File-Eof
               END-IF
               PERFORM Except-The-Leftovers
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Check-Inbound-Register SECTION.

           INITIALIZE Inbound-Feed
           SET Ifd-Action-Check TO TRUE
           MOVE "CUSTSHIP" TO Ifd-Program
           MOVE "dispatch.dat" TO Ifd-File-Name
           MOVE 0 TO Ifd-Value-Start
           MOVE 0 TO Ifd-Value-Length
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Repeat
               DISPLAY "CUSTSHIP: DISPATCH.DAT ALREADY APPLIED ON "
                       Ifd-Seen-Date " - REFUSED, SEE FEEDMNT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Ifd-Overridden
               DISPLAY "CUSTSHIP: DISPATCH.DAT SEEN ON " Ifd-Seen-Date
                       " - APPLIED AGAIN ON " Ifd-Override-By
                       "'S OVERRIDE"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           END-IF

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN OUTPUT Exception-File

           OPEN INPUT Detail-File
           IF NOT Detail-File-Not-Found
               SET Detail-Open TO TRUE
           END-IF

           OPEN INPUT Order-Xref-File
           IF NOT Order-Xref-File-Not-Found
               SET Xref-Open TO TRUE
           ELSE
               READ Customer-File NEXT RECORD
                   AT END
                       SET Customer-File-Eof TO TRUE
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Dispatch-Table SECTION.
               MOVE Dsp-Date      TO Exc-Date
               MOVE Dsp-Reference TO Exc-Reference
               MOVE "BATCH TOO BIG - RE-FEED" TO Exc-Reason
               MOVE SPACES TO Shl-C-Code
               PERFORM Describe-The-Delivery
               WRITE Exception-Record
           END-IF
       .
       Apply-One-Customer SECTION.

           MOVE "N" TO Record-Changed-Sw
           PERFORM Capture-Before-Image
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
                           PERFORM Match-This-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Record-Changed
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
           END-IF

           READ Customer-File NEXT RECORD
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Apply-One-Dispatch SECTION.
      *    One confirmation, straight to the customer the index
      *    names.  One not indexed is left open for the leftovers
      *    pass to report as unknown.

           IF Dt-Outcome(Dsp-Ind) = SPACE
               PERFORM Find-Indexed-Order
               IF Line-Found
                   MOVE "N" TO Record-Changed-Sw
                   PERFORM Capture-Before-Image
                   PERFORM Judge-This-Dispatch
                   IF Record-Changed
                       REWRITE Customer-Record
                       PERFORM Finish-Audit-Record
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Indexed-Order SECTION.
      *    The customer the index names is read, then the line
      *    itself off custord.ism under that customer.

           MOVE "N" TO Line-Found-Sw
           MOVE Dt-Ord-No(Dsp-Ind) TO Oxr-Ord-No
           READ Order-Xref-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Oxr-C-Code TO File-C-Code
                   READ Customer-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Read-Indexed-Line
                   END-READ
           END-READ
       .
      *---------------------------------------------------------------*
       Read-Indexed-Line SECTION.

           MOVE File-C-Code TO Ordl-C-Code
           MOVE Oxr-Ord-No TO Ordl-Ord-No
           READ Order-Line-File KEY IS Ordl-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Line-Found TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Match-This-Line SECTION.

           PERFORM VARYING Dsp-Ind FROM 1 BY 1
                              UNTIL Dsp-Ind > Dsp-Count
               IF Dt-Outcome(Dsp-Ind) = SPACE
                  AND Dt-Ord-No(Dsp-Ind) = Ordl-Ord-No
                   PERFORM Judge-This-Dispatch
               END-IF
           END-PERFORM
                   MOVE "E" TO Dt-Outcome(Dsp-Ind)
                   MOVE "RECORD LOCKED - RE-FEED" TO Exc-Reason
                   PERFORM Write-Exception-Record
               WHEN Ordl-Ord-Status = "D"
                   MOVE "E" TO Dt-Outcome(Dsp-Ind)
                   MOVE "ORDER IN DISPUTE" TO Exc-Reason
                   PERFORM Write-Exception-Record
               WHEN Ordl-Ord-Status = SPACE
                    OR Ordl-Ord-Status = "O"
                   MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
                   MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
                   MOVE "S" TO Ordl-Ord-Status
                   REWRITE Order-Line-Record
                   PERFORM Note-Touched-Line
                   MOVE "S" TO Dt-Outcome(Dsp-Ind)
                   SET Record-Changed TO TRUE
                   ADD 1 TO Shipped-Count
                   IF Detail-Open
                       PERFORM Relieve-The-Stock
                   END-IF
               WHEN OTHER
                   MOVE "E" TO Dt-Outcome(Dsp-Ind)
                   MOVE "ALREADY SHIPPED OR PAST" TO Exc-Reason
                   PERFORM Write-Exception-Record
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Relieve-The-Stock SECTION.

           MOVE "N" TO Range-Done-Sw
           MOVE Dt-Ord-No(Dsp-Ind) TO Odt-Ord-No
           MOVE 0 TO Odt-Line-No
           START Detail-File KEY IS NOT LESS THAN Odt-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Detail-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Odt-Ord-No NOT = Dt-Ord-No(Dsp-Ind)
                           SET Range-Done TO TRUE
                       ELSE
                           MOVE Odt-Product-Code TO Skm-Product
                           SET Skm-Action-Issue TO TRUE
                           MOVE Odt-Quantity     TO Skm-Quantity
                           MOVE My-Operator-Id   TO Skm-Operator-Id
                           MOVE Dt-Reference(Dsp-Ind) TO Skm-Reference
                           CALL Stock-Movement-Service
                                              USING Skm-Request
                           ADD 1 TO Relieved-Count
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Write-Exception-Record SECTION.

           MOVE Dt-Ord-No(Dsp-Ind)    TO Exc-Ord-No
           MOVE Dt-Date(Dsp-Ind)      TO Exc-Date
           MOVE Dt-Reference(Dsp-Ind) TO Exc-Reference
      *    once the sweep is over the record area names no customer
           IF Customer-File-Eof
               MOVE SPACES TO Shl-C-Code
           ELSE
               MOVE File-C-Code TO Shl-C-Code
           END-IF
           PERFORM Describe-The-Delivery
           WRITE Exception-Record
       .
      *---------------------------------------------------------------*
       Describe-The-Delivery SECTION.
      *    Shl-C-Code is set by the caller - the customer on hand,
      *    or SPACES for the service to find it from the order.  A
      *    statement address is marked "STMT" where the site code
      *    would be.  Where the service cannot read the statement
      *    address itself (the master is held by this run's own
      *    update) the record already in hand supplies it.

           MOVE SPACES TO Exc-Delivery
           MOVE Exc-Ord-No TO Shl-Ord-No
           CALL Delivery-Address-Service USING Shl-Request
           IF Shl-Not-Found
              AND NOT Customer-File-Eof
              AND Shl-C-Code = File-C-Code
               MOVE File-C-Name  TO Shl-Name
               MOVE File-C-Addr1 TO Shl-Addr1
               MOVE File-C-Addr2 TO Shl-Addr2
               MOVE File-C-Addr3 TO Shl-Addr3
               MOVE File-C-Addr4 TO Shl-Addr4
               SET Shl-From-Customer TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN Shl-From-Site
                   MOVE Shl-Site-Code TO Exc-Site-Code
               WHEN Shl-From-Customer
                   MOVE "STMT" TO Exc-Site-Code
               WHEN OTHER
                   MOVE "????" TO Exc-Site-Code
           END-EVALUATE
           MOVE Shl-Name    TO Exc-Deliver-Name
           MOVE Shl-Addr1   TO Exc-Deliver-Addr1
           MOVE Shl-Addr2   TO Exc-Deliver-Addr2
           MOVE Shl-Addr3   TO Exc-Deliver-Addr3
           MOVE Shl-Addr4   TO Exc-Deliver-Addr4
           MOVE Shl-Contact TO Exc-Contact
           MOVE Shl-Phone   TO Exc-Phone
       .
      *---------------------------------------------------------------*
       Except-The-Leftovers SECTION.
      *    A confirmation still open after the whole master has been
      *    swept, or with no entry on the index, names an order that
      *    is nowhere on file.

           PERFORM VARYING Dsp-Ind FROM 1 BY 1
                              UNTIL Dsp-Ind > Dsp-Count
       Capture-Before-Image SECTION.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
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

           DISPLAY "ORDERS MARKED SHIPPED: " Shipped-Count
                   " EXCEPTIONS: " Exception-Count
           DISPLAY "ORDER LINES RELIEVED FROM STOCK: " Relieved-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF Detail-Open
               CLOSE Detail-File
           END-IF
           IF Xref-Open
               CLOSE Order-Xref-File
           END-IF
           CLOSE Exception-File
           IF NOT Dispatch-File-Not-Found
               PERFORM File-Inbound-Feed
           END-IF
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every confirmation is shipped or excepted exactly once -
      *    the table outcome sees to that - so in = out + aside.

           INITIALIZE Control-Total
           MOVE "CUSTSHIP"      TO Ctl-Job
           COMPUTE Ctl-Recs-In = Shipped-Count + Exception-Count
           MOVE Shipped-Count   TO Ctl-Recs-Out
           MOVE Exception-Count TO Ctl-Recs-Aside
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       File-Inbound-Feed SECTION.

           SET Ifd-Action-Archive TO TRUE
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Archived
               DISPLAY "CUSTSHIP: DISPATCH.DAT FILED AS "
                       Ifd-Archive-File
           ELSE
               DISPLAY "CUSTSHIP: NO ROOM IN THE FEED ARCHIVE - "
                       "DISPATCH.DAT LEFT IN PLACE, CHECK FEEDARCH"
           END-IF
       .

      *****************************************************************
