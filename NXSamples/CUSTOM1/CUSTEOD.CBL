
      *---------------------------------------------------------------*
      *    End-of-day order housekeeping.  For every customer on
      *    cust.ism, the order lines on custord.ism that are fully
      *    paid (Ordl-Pay-Val equal to Ordl-Ord-Val) are moved out to
      *    the keyed order-history file custhist.ism, stamped with
      *    the run date, and deleted from custord.ism.  A register of
      *    everything archived is written to custeod.prt.  Customers
      *    locked by another session are left entirely alone, the
      *    same courtesy the cash-posting batch extends.  The
      *    order-number index (ordxref.ism) follows every line:
      *    archived orders leave it.
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

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           FILE STATUS IS History-File-Status.

           SELECT Register-File ASSIGN "custeod.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  History-File.
           COPY "CUSTHIST.CPY".

       FD  Register-File.
       01  Register-Line               PIC X(80).

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  History-File-Status         PIC X(2).
          88  History-File-Ok             VALUE "00".
          88  History-File-Not-Found      VALUE "35".

      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".

       77  Archived-Count              PIC 9(6) VALUE 0.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.

       01  Run-Date                    PIC 9(8).

       01  Record-Changed-Sw           PIC X(01) VALUE "N".
          88  Record-Changed              VALUE "Y".

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  Register-Detail.
           03  Reg-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Reg-Pay-Val             PIC Z(7)9.99.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Process-One-Customer UNTIL Customer-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN OUTPUT Register-File

           OPEN I-O History-File
               OPEN I-O History-File
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Process-One-Customer SECTION.

              OR File-C-Lock-Op = My-Operator-Id
               MOVE "N" TO Record-Changed-Sw
               MOVE File-C-Limit TO Before-C-Limit
               MOVE File-C-Balance TO Running-Bal
               PERFORM Start-Audit-Record
               PERFORM Archive-Paid-Lines
               IF Record-Changed
                   PERFORM Rederive-File-Balance
                   REWRITE Customer-Record
                   PERFORM Finish-Audit-Record
               END-IF
           END-IF

      *---------------------------------------------------------------*
       Archive-Paid-Lines SECTION.

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
                           IF Ordl-Pay-Val = Ordl-Ord-Val
                               PERFORM Archive-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Archive-One-Line SECTION.
      *    The line leaves the customer's books at nought on both
      *    sides, so the audit entry shows it going and the balance
      *    carried from record to record does not move.

           PERFORM Write-History-Record
           PERFORM Write-Archive-Register-Line
           SET Oxs-Action-Remove TO TRUE
           MOVE Ordl-Ord-No TO Oxs-Ord-No
           MOVE File-C-Code TO Oxs-C-Code
           CALL Order-Index-Service USING Oxs-Request
           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           DELETE Order-Line-File
           MOVE 0 TO Ordl-Ord-Val
           MOVE 0 TO Ordl-Pay-Val
           PERFORM Note-Touched-Line
           SET Audit-Line-Off-File(Audit-Entry-Ind) TO TRUE
           SET Record-Changed TO TRUE
           ADD 1 TO Archived-Count
       .
      *---------------------------------------------------------------*
       Write-History-Record SECTION.

           MOVE File-C-Code              TO Hist-C-Code
           MOVE Ordl-Ord-No              TO Hist-Ord-No
           MOVE Ordl-Ord-Date            TO Hist-Ord-Date
           MOVE Ordl-Ord-Val             TO Hist-Ord-Val
           MOVE Ordl-Pay-Val             TO Hist-Pay-Val
           MOVE Ordl-Ord-Type            TO Hist-Ord-Type
           MOVE Ordl-Ord-Status          TO Hist-Ord-Status
           MOVE Ordl-Ord-Curr            TO Hist-Ord-Curr
           MOVE Ordl-Ord-Curr-Val        TO Hist-Ord-Curr-Val
           MOVE Run-Date                 TO Hist-Archive-Date
      *    a re-run over a line already archived lands on its own
      *    key - freshening the record beats a duplicate-key abort
                   REWRITE History-Record
           END-WRITE
       .
      *---------------------------------------------------------------*
       Write-Archive-Register-Line SECTION.

           MOVE File-C-Code              TO Reg-C-Code
           MOVE "ARCHIVED "              TO Reg-Action
           MOVE Ordl-Ord-No              TO Reg-Ord-No
           MOVE Ordl-Ord-Val             TO Reg-Ord-Val
           MOVE Ordl-Pay-Val             TO Reg-Pay-Val
           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
       .
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

           DISPLAY "ORDERS ARCHIVED:  " Archived-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE History-File
           CLOSE Register-File
           GOBACK
       .
