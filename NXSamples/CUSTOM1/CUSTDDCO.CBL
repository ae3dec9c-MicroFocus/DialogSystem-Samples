      *---------------------------------------------------------------*
      *    Monthly direct-debit collection run.  For every active
      *    mandate on custddir.dat (see Custddmn), computes the
      *    customer's amount due - the sum of the open custord.ism
      *    order line balances, disputed lines left
      *    out, negative balances never collected - and:
      *      1. writes the bank's collection interchange file
      *         ddcoll.dat (sort code, account, name, amount,
      *         collected money posts automatically and only the
      *         bounces the Custddbn return leg reverses need a
      *         human.
      *    A register of what was collected goes to custddco.prt,
      *    and the run's control record (active mandates read,
      *    receipts written, mandates naming no customer set aside)
      *    to the shared control-total file.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Mandate-File ASSIGN "custddir.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mandate-File-Status.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *    layout as written by Custddmn - kept in step
       FD  Mandate-File.
       01  Mandate-Record.
       WORKING-STORAGE SECTION.

       77  Customer-File-Status        PIC X(2).
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Mandate-File-Status         PIC X(2).
          88  Mandate-File-Eof            VALUE "10".
       77  Receipt-File-Status         PIC X(2).
          88  Receipt-File-Not-Found      VALUE "35".

       77  Collected-Count             PIC 9(6) VALUE 0.
       77  Collected-Total             PIC 9(9)V99 VALUE 0.
       77  Mandates-Read               PIC 9(6) VALUE 0.
       77  Unknown-Count               PIC 9(6) VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       77  Due-Wrk                     PIC S9(9)V99 COMP.
       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
               SET Mandate-File-Eof TO TRUE
           ELSE
               OPEN INPUT Customer-File
               OPEN INPUT Order-Line-File
               OPEN OUTPUT Collection-File
               OPEN EXTEND Receipt-File
               IF Receipt-File-Not-Found
       Collect-One-Mandate SECTION.

           IF Ddm-Active = "Y"
               ADD 1 TO Mandates-Read
               MOVE Ddm-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
      *---------------------------------------------------------------*
       Register-Unknown-Customer SECTION.

           ADD 1 TO Unknown-Count
           MOVE Ddm-C-Code TO Reg-C-Code
           MOVE 0 TO Reg-Amount
           MOVE "NO SUCH CUSTOMER" TO Reg-Note
      *    skipped this month.

           MOVE 0 TO Due-Wrk
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
                           IF Ordl-Ord-Status NOT = "D"
                               COMPUTE Line-Bal-Wrk = Ordl-Ord-Val
                                                    - Ordl-Pay-Val
                               ADD Line-Bal-Wrk TO Due-Wrk
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Due-Wrk > 0

           DISPLAY "MANDATES COLLECTED: " Collected-Count
           IF NOT Mandate-File-Not-Found
               PERFORM Write-Control-Total
               CLOSE Customer-File
               CLOSE Order-Line-File
               CLOSE Mandate-File
               CLOSE Collection-File
               CLOSE Receipt-File
           CLOSE Register-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Money in and money out are the same figure here: every
      *    amount judged due becomes both a collection and a receipt.

           INITIALIZE Control-Total
           MOVE "CUSTDDCO"      TO Ctl-Job
           MOVE Mandates-Read   TO Ctl-Recs-In
           MOVE Collected-Total TO Ctl-Value-In
           MOVE Collected-Count TO Ctl-Recs-Out
           MOVE Collected-Total TO Ctl-Value-Out
           MOVE Unknown-Count   TO Ctl-Recs-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
