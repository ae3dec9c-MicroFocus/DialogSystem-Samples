
      *---------------------------------------------------------------*
      *    Startup recovery for the before-image journal.  Run first
      *    thing (by hand when the readiness check CUSTRDY.CBL holds
      *    the window over an open unit): scans txnjrnl.dat
      *    for a unit of work that began and never completed - the
      *    signature of a crash mid-merge or mid-posting - and rolls
      *    it back by writing each record's before-image straight
      *    back over cust.ism (type "CUST") or custord.ism (type
      *    "ORDL"); a record the crash had deleted is simply written
      *    again, and an order line journalled blank - one the unit
      *    itself created - is deleted.  Where one unit
      *    journalled the same key twice, the FIRST image is the
      *    true pre-unit state and the later ones are ignored.
      *    A rollback is all or nothing: an incomplete unit too big
      *    for the image table stops this utility dead with a
      *    non-zero RETURN-CODE (the Scheduler holds every step
      *    that depends on it), the journal and checkpoint
      *    untouched, rather than half-restoring the file and
      *    letting a rerun post the rest of the money twice.
      *    A journal whose every unit is complete is simply cleared.
      *    A rollback also clears the rolled-back program's slot on
      *    the in-run checkpoint file (Chkpoint's End action) - the
      *    would leave receipts 1..N posted nowhere.  The program
      *    reruns from the top instead, against the pre-run state
      *    the rollback restored.
      *    Each restored order line is re-put on the order-number
      *    index (see ORDXSET.CPY), and each one deleted comes off.
      *    What was rolled back is reported to txnrecov.prt - the
      *    morning's reading if the night went wrong.
      *---------------------------------------------------------------*
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      *    the rolled-back run's parked suspense rows come off too,
      *    or the rerun parks the same banked pound twice
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Suspense-File-Status.

      *    and its settlement discount rows, or the ledger extract
      *    allows the same discount twice
           SELECT Discount-File ASSIGN "custsdsc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Discount-File-Status.

           SELECT Work-File ASSIGN "txnrecov.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Work-File-Status.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *    layout as written by Custcash - kept in step
       FD  Suspense-File.
           03  FILLER                  PIC X(1).
           03  Ssp-Run-Id              PIC 9(8).

       FD  Discount-File.
           COPY "CUSTSDSC.CPY".

       FD  Work-File.
       01  Work-Line                   PIC X(60).

          88  Journal-File-Eof            VALUE "10".
          88  Journal-File-Not-Found      VALUE "35".
       77  Customer-File-Status        PIC X(2).
       77  Order-Line-File-Status      PIC X(2).
       01  Line-On-File-Sw             PIC X(01).
          88  Line-On-File                VALUE "Y".

       77  Img-Ind                     PIC 9(4) COMP.
       77  Img-Count                   PIC 9(4) COMP VALUE 0.
       01  Unit-Program                PIC X(8).
       01  Unit-Run-Id                 PIC 9(8) VALUE 0.

       77  Suspense-File-Status        PIC X(2).
          88  Suspense-File-Eof           VALUE "10".
          88  Suspense-File-Not-Found     VALUE "35".
       77  Work-File-Status            PIC X(2).
          88  Work-File-Eof               VALUE "10".
       77  Suspense-Purged             PIC 9(4) VALUE 0.
       77  Discount-File-Status        PIC X(2).
          88  Discount-File-Eof           VALUE "10".
          88  Discount-File-Not-Found     VALUE "35".
       77  Discounts-Purged            PIC 9(4) VALUE 0.

       01  Before-C-Limit              PIC 9(7) COMP.
       01  Before-C-Balance            PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

      *    in-run checkpoint service - see CHKPOINT.CBL
       78  Checkpoint-Service          VALUE "chkpoint".
           COPY "CHKPOINT.CPY".

      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".

      *    the incomplete unit's images, first-per-key only
       01  Image-Table.
           03  Image-Entry OCCURS Max-Unit-Images.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Note                PIC X(12).

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

               WHEN Unit-Open AND Img-Count NOT = 0
                   PERFORM Roll-The-Unit-Back
                   PERFORM Purge-Run-Suspense
                   PERFORM Purge-Run-Discounts
                   PERFORM Clear-The-Checkpoint
                   PERFORM Clear-The-Journal
                   DISPLAY "TXNRECOV: RECORDS ROLLED BACK: "
       Roll-The-Unit-Back SECTION.

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           PERFORM VARYING Img-Ind FROM 1 BY 1
                              UNTIL Img-Ind > Img-Count
               EVALUATE It-Rec-Type(Img-Ind)
                   WHEN "CUST"
                       PERFORM Restore-One-Customer
                   WHEN "ORDL"
                       PERFORM Restore-One-Order-Line
                   WHEN OTHER
                       MOVE It-Rec-Type(Img-Ind) TO Rpt-Rec-Type
                       MOVE It-Key(Img-Ind)      TO Rpt-Key
                       MOVE "UNKNOWN TYPE"       TO Rpt-Note
                       MOVE Report-Detail TO Report-Line
                       WRITE Report-Line
               END-EVALUATE
           END-PERFORM
           CLOSE Customer-File
           CLOSE Order-Line-File
       .
      *---------------------------------------------------------------*
       Restore-One-Customer SECTION.
      *    custaudt.log as a reversing entry (before = as found,
      *    after = as restored), so the GL extract's daily deltas
      *    net the crashed run to nothing instead of counting it
      *    alongside the rerun.  The customer's entry carries the
      *    limit and the balance; the order lines the unit touched
      *    carry their own values as they are restored.

           MOVE It-Key(Img-Ind)(1:5) TO File-C-Code
           READ Customer-File
               INVALID KEY
                   MOVE 0 TO Before-C-Limit
                   MOVE 0 TO Before-C-Balance
                   MOVE It-Image(Img-Ind) TO Customer-Record
                   WRITE Customer-Record
                   MOVE "REWRITTEN   " TO Rpt-Note
               NOT INVALID KEY
                   MOVE File-C-Limit TO Before-C-Limit
                   MOVE File-C-Balance TO Before-C-Balance
                   MOVE It-Image(Img-Ind) TO Customer-Record
                   REWRITE Customer-Record
                   MOVE "ROLLED BACK " TO Rpt-Note
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Restore-One-Order-Line SECTION.
      *    A blank image is a line the unit wrote new - rolling back
      *    takes it off again.  Otherwise the line goes back as it
      *    stood, written again if the crash had deleted it.

           MOVE 0 TO Line-Ord-Val-Before
           MOVE 0 TO Line-Pay-Val-Before
           MOVE "N" TO Line-On-File-Sw
           MOVE It-Key(Img-Ind)(1:11) TO Ordl-Key
           READ Order-Line-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Line-On-File TO TRUE
                   MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
                   MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           END-READ

           EVALUATE TRUE
               WHEN It-Image(Img-Ind) = SPACES
                   IF Line-On-File
                       DELETE Order-Line-File
                   END-IF
                   INITIALIZE Order-Line-Record
                   MOVE It-Key(Img-Ind)(1:11) TO Ordl-Key
                   SET Oxs-Action-Remove TO TRUE
                   MOVE "REMOVED     " TO Rpt-Note
               WHEN Line-On-File
                   MOVE It-Image(Img-Ind) TO Order-Line-Record
                   REWRITE Order-Line-Record
                   SET Oxs-Action-Post TO TRUE
                   MOVE "ROLLED BACK " TO Rpt-Note
               WHEN OTHER
                   MOVE It-Image(Img-Ind) TO Order-Line-Record
                   WRITE Order-Line-Record
                   SET Oxs-Action-Post TO TRUE
                   MOVE "REWRITTEN   " TO Rpt-Note
           END-EVALUATE
           MOVE Ordl-Ord-No TO Oxs-Ord-No
           MOVE Ordl-C-Code TO Oxs-C-Code
           CALL Order-Index-Service USING Oxs-Request

           PERFORM Write-Line-Reversing-Audit
           ADD 1 TO Rolled-Back
           MOVE It-Rec-Type(Img-Ind) TO Rpt-Rec-Type
           MOVE It-Key(Img-Ind)      TO Rpt-Key
           MOVE Report-Detail TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Reversing-Audit SECTION.
      *    Stamped TXNRECOV, not with an operator - nobody keyed
      *    this, the recovery did.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE "TXNRECOV"       TO Audit-Operator-Id
           MOVE File-C-Code      TO Audit-C-Code
           MOVE Before-C-Limit   TO Audit-Limit-Before
           MOVE File-C-Limit     TO Audit-Limit-After
           MOVE Before-C-Balance TO Audit-Bal-Before
           MOVE File-C-Balance   TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Write-Line-Reversing-Audit SECTION.
      *    One entry - the line as found and as restored - under
      *    the owning customer's limit and balance as they now
      *    stand (the customer's own image, journalled ahead of its
      *    lines, is already back).

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE "TXNRECOV"  TO Audit-Operator-Id
           MOVE Ordl-C-Code TO Audit-C-Code
           MOVE Ordl-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE File-C-Limit   TO Audit-Limit-Before
                   MOVE File-C-Limit   TO Audit-Limit-After
                   MOVE File-C-Balance TO Audit-Bal-Before
                   MOVE File-C-Balance TO Audit-Bal-After
           END-READ
           MOVE Line-Ord-Val-Before TO Audit-Ord-Val-Before(1)
           MOVE Line-Pay-Val-Before TO Audit-Pay-Val-Before(1)
           MOVE Ordl-Ord-Val        TO Audit-Ord-Val-After(1)
           MOVE Ordl-Pay-Val        TO Audit-Pay-Val-After(1)
           MOVE Ordl-Ord-No         TO Audit-Ord-No(1)
           MOVE Ordl-Ord-Date       TO Audit-Ord-Date-After(1)
           MOVE Ordl-Ord-Type       TO Audit-Ord-Type-After(1)
           MOVE Ordl-Ord-Status     TO Audit-Ord-Status-After(1)
           MOVE Ordl-Ord-Curr       TO Audit-Ord-Curr-After(1)
           MOVE Ordl-Ord-Curr-Val   TO Audit-Ord-Curr-Val-After(1)
           IF It-Image(Img-Ind) = SPACES
               SET Audit-Line-Off-File(1) TO TRUE
           END-IF
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Purge-Run-Suspense SECTION.
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Purge-Run-Discounts SECTION.
      *    Likewise the settlement discounts the rolled-back run
      *    allowed - the rerun allows them again, and the ledger
      *    extract would post both.

           IF Unit-Run-Id = 0
               CONTINUE
           ELSE
               OPEN INPUT Discount-File
               IF Discount-File-Not-Found
                   CONTINUE
               ELSE
                   MOVE "00" TO Work-File-Status
                   OPEN OUTPUT Work-File
                   PERFORM UNTIL Discount-File-Eof
                       READ Discount-File
                           AT END
                               SET Discount-File-Eof TO TRUE
                           NOT AT END
                               IF Sdd-Run-Id = Unit-Run-Id
                                   ADD 1 TO Discounts-Purged
                               ELSE
                                   WRITE Work-Line
                                               FROM Discount-Record
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Discount-File
                   CLOSE Work-File
                   MOVE "00" TO Discount-File-Status

                   OPEN OUTPUT Discount-File
                   OPEN INPUT Work-File
                   PERFORM UNTIL Work-File-Eof
                       READ Work-File
                           AT END
                               SET Work-File-Eof TO TRUE
                           NOT AT END
                               WRITE Discount-Record FROM Work-Line
                       END-READ
                   END-PERFORM
                   CLOSE Work-File
                   CLOSE Discount-File
                   DISPLAY "TXNRECOV: DISCOUNT ROWS FROM THE "
                           "ROLLED-BACK RUN REMOVED: "
                           Discounts-Purged
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Clear-The-Checkpoint SECTION.
      *    The rolled-back program's "resume after key N" trail now
