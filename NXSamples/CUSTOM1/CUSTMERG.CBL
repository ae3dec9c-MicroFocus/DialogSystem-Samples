      *    Custdups report - the supervisor keys the surviving code
      *    and the duplicate's code - shows both records for a final
      *    confirmation, then:
      *      1. moves every order line of the duplicate across to
      *         the survivor on custord.ism - written under the
      *         survivor's code, deleted from the duplicate's - and
      *         re-points each one on the order-number index (see
      *         ORDXSET.CPY);
      *      2. re-derives the survivor's File-C-Balance and rewrites
      *         it, with the usual custaudt.log entries - the lines
      *         are noted leaving the duplicate too, and the
      *         duplicate going off file as an event, so that a
      *         Custrfwd replay makes the same merge;
      *      3. archives the duplicate in full to custdel.dat (the
      *         same archive Custom1's guarded delete writes, so
      *         Custdrst can show and restore it) and deletes it,
      *         noting the duplicate's name and address going off
      *         file on the address history (see ADRHLOG.CPY).
      *    Console supervisor utility in the Custlock / Custdrst
      *    mould.  Customers locked by another session are refused.
      *---------------------------------------------------------------*
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Deleted-File ASSIGN "custdel.dat"
           ORGANIZATION IS SEQUENTIAL
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Deleted-File.
           COPY "CUSTDEL.CPY".
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       01  Order-Line-File-Status      PIC X(02).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       01  Deleted-File-Status         PIC X(02).
           88  Deleted-File-Ok             VALUE "00".
           88  Deleted-File-Not-Found      VALUE "35".

       77  Moved-Count                 PIC 9(4) VALUE 0.
       77  Left-Count                  PIC 9(4) VALUE 0.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.

       01  Survivor-Code               PIC X(5).
      *    being worked on in the Customer-Record buffer.
           COPY "CUSTREC.CPY" REPLACING
               ==Customer-Record== BY ==Duplicate-Customer==
               LEADING ==File== BY ==Dup==.

       01  Before-C-Limit              PIC 9(7) COMP.
      *    Whose audit records are being written - the duplicate's
      *    lines leaving, then the survivor's arriving.
       01  Owner-C-Code                PIC X(5).
       77  Duplicate-Bal               PIC S9(9)V99 COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

      *    before-image journal - a crash mid-merge rolls back at
      *    the next startup instead of leaving two half-customers
       78  Journal-Service             VALUE "txnjrnl".
           COPY "TXNJRNL.CPY".

       78  Address-History-Service     VALUE "adrhlog".
           COPY "ADRHLOG.CPY".

      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service         VALUE "ordxset".
           COPY "ORDXSET.CPY".

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
               DISPLAY "CUSTMERG: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Merge-The-Pair
           PERFORM Program-Terminate
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           OPEN I-O Customer-File

           OPEN I-O Order-Line-File

           OPEN EXTEND Deleted-File
           IF Deleted-File-Not-Found

      *    both records as they stand go to the journal before a
      *    byte changes - the survivor is in the record buffer, the
      *    duplicate parked whole in Duplicate-Customer; each order
      *    line follows as it is moved
           INITIALIZE Tj-Request
           SET Tj-Action-Begin TO TRUE
           MOVE "CUSTMERG" TO Tj-Program
           MOVE Duplicate-Customer TO Tj-Image
           CALL Journal-Service USING Tj-Request

           MOVE Duplicate-Code TO Owner-C-Code
           MOVE Dup-C-Limit TO Before-C-Limit
           MOVE Dup-C-Balance TO Running-Bal
           PERFORM Note-Lines-Leaving

           MOVE File-C-Code TO Owner-C-Code
           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           PERFORM Move-Duplicate-Orders
           PERFORM Rederive-File-Balance
           REWRITE Customer-Record
           PERFORM Finish-Audit-Record

           MOVE Duplicate-Code TO Owner-C-Code
           MOVE Dup-C-Limit TO Before-C-Limit
           MOVE Duplicate-Bal TO Running-Bal
           PERFORM Note-Duplicate-Going
           PERFORM Archive-And-Delete-Duplicate

           SET Tj-Action-End TO TRUE
           CALL Journal-Service USING Tj-Request

           DISPLAY "MERGED: " Moved-Count " LINES ONTO "
                   Survivor-Code "; " Duplicate-Code " ARCHIVED"
           IF Left-Count NOT = 0
               DISPLAY Left-Count " LINES ALREADY ON THE SURVIVOR"
                       " LEFT UNDER " Duplicate-Code
                       " - SEE CUSTCHEK"
           END-IF
       .
      *---------------------------------------------------------------*
       Move-Duplicate-Orders SECTION.

           MOVE Duplicate-Code TO Ordl-C-Code
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
                       IF Ordl-C-Code NOT = Duplicate-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           PERFORM Move-One-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Move-One-Line SECTION.
      *    The line as it stood under the duplicate is journalled,
      *    and the survivor's key journalled blank so a rollback
      *    takes the new line off again.  It is written under the
      *    survivor before the duplicate's copy goes, so a key
      *    already on the survivor - an order number on both, a
      *    damaged master - leaves the line where it was for
      *    Custchek to report rather than losing it.

           SET Tj-Action-Image TO TRUE
           MOVE "ORDL" TO Tj-Rec-Type
           MOVE SPACES TO Tj-Key
           MOVE Ordl-Key TO Tj-Key(1:11)
           MOVE SPACES TO Tj-Image
           MOVE Order-Line-Record TO Tj-Image
           CALL Journal-Service USING Tj-Request

           MOVE Survivor-Code TO Tj-Key(1:5)
           MOVE SPACES TO Tj-Image
           CALL Journal-Service USING Tj-Request

           MOVE Survivor-Code TO Ordl-C-Code
           WRITE Order-Line-Record
               INVALID KEY
                   ADD 1 TO Left-Count
               NOT INVALID KEY
                   MOVE Duplicate-Code TO Ordl-C-Code
                   DELETE Order-Line-File
                   MOVE Survivor-Code TO Ordl-C-Code
                   MOVE 0 TO Line-Ord-Val-Before
                   MOVE 0 TO Line-Pay-Val-Before
                   PERFORM Note-Touched-Line
                   SET Oxs-Action-Post TO TRUE
                   MOVE Ordl-Ord-No   TO Oxs-Ord-No
                   MOVE Survivor-Code TO Oxs-C-Code
                   CALL Order-Index-Service USING Oxs-Request
                   ADD 1 TO Moved-Count
           END-WRITE
           MOVE Duplicate-Code TO Ordl-C-Code
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
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE Owner-C-Code    TO Audit-C-Code
      *    a merge moves no limit
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE Before-C-Limit  TO Audit-Limit-After
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
       Note-Lines-Leaving SECTION.
      *    Every line of the duplicate is noted going off it, ahead
      *    of the move; one the survivor already has, and so stays,
      *    is noted back again by Note-Duplicate-Going.

           PERFORM Start-Audit-Record
           MOVE Duplicate-Code TO Ordl-C-Code
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
                       IF Ordl-C-Code NOT = Duplicate-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           PERFORM Note-One-Leaving-Line
                       END-IF
               END-READ
           END-PERFORM
           MOVE Running-Bal TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
           MOVE Running-Bal TO Duplicate-Bal
       .
      *---------------------------------------------------------------*
       Note-One-Leaving-Line SECTION.

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           MOVE 0 TO Ordl-Ord-Val
           MOVE 0 TO Ordl-Pay-Val
           PERFORM Note-Touched-Line
           SET Audit-Line-Off-File(Audit-Entry-Ind) TO TRUE
       .
      *---------------------------------------------------------------*
       Note-Duplicate-Going SECTION.
      *    Lines left under the duplicate come back on the audit as
      *    new, then the duplicate's going off cust.ism follows as
      *    an event.

           PERFORM Start-Audit-Record
           IF Left-Count NOT = 0
               MOVE Duplicate-Code TO Ordl-C-Code
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
                           IF Ordl-C-Code NOT = Duplicate-Code
                               SET Line-Range-Done TO TRUE
                           ELSE
                               MOVE 0 TO Line-Ord-Val-Before
                               MOVE 0 TO Line-Pay-Val-Before
                               PERFORM Note-Touched-Line
                           END-IF
                   END-READ
               END-PERFORM
               MOVE Running-Bal TO Audit-Bal-After
               SET Alg-Action-Append TO TRUE
               CALL Audit-Log-Service USING Alg-Request Audit-Record
               PERFORM Start-Audit-Record
           END-IF
           SET Audit-Event-Cust-Deleted TO TRUE
           STRING "MERGED INTO " Survivor-Code
                  DELIMITED BY SIZE INTO Audit-Reason
           MOVE Running-Bal TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Archive-And-Delete-Duplicate SECTION.
           MOVE Duplicate-Customer TO Del-Customer-Image
           WRITE Deleted-Record

           INITIALIZE Ahl-Request
           MOVE Duplicate-Code  TO Ahl-C-Code
           MOVE "CUSTMERG"      TO Ahl-Source
           MOVE My-Operator-Id  TO Ahl-Operator-Id
           MOVE Dup-C-Name      TO Ahl-Name-Before
           MOVE Dup-C-Addr1     TO Ahl-Addr1-Before
           MOVE Dup-C-Addr2     TO Ahl-Addr2-Before
           MOVE Dup-C-Addr3     TO Ahl-Addr3-Before
           MOVE Dup-C-Addr4     TO Ahl-Addr4-Before
           CALL Address-History-Service USING Ahl-Request

           MOVE Duplicate-Code TO File-C-Code
           DELETE Customer-File
       .
       Program-Terminate SECTION.

           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Deleted-File
           GOBACK
       .

      *****************************************************************
