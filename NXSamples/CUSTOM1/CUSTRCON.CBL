      *    Nightly balance reconciliation.  Two controls over
      *    cust.ism, reported with control totals to custrcon.prt:
      *      1. Stored-balance check: every customer's File-C-Balance
      *         is recomputed from its order lines on custord.ism
      *         the way Custom1's Derivations does; customers whose
      *         stored balance disagrees are listed.
      *      2. Audit replay: the day's custaudt.log entries are
      *         replayed, keeping each audited customer's final
      *         Audit-Bal-After; a customer whose file balance
      *         moved today must end the day agreeing with the last
      *         audit record written for it, so a disagreement means
      *         a balance movement with no matching audit record (or
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Audit-File ASSIGN "custaudt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".


       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       01  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".

       78  Max-Audited-Customers       VALUE 500.

       77  Audited-Ind                 PIC 9(4) COMP.
       77  Audited-Count               PIC 9(4) COMP VALUE 0.
       77  This-Audited-Ind            PIC 9(4) COMP.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Report-File

           MOVE Run-Date TO Heading-Date
       Derive-File-Balance SECTION.

           MOVE 0 TO Derived-Bal-Wrk
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
                           ADD Ordl-Ord-Val TO Derived-Bal-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Derived-Bal-Wrk
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       Note-Audit-After-Image SECTION.

           MOVE Audit-Bal-After TO Audit-After-Bal

           MOVE 0 TO This-Audited-Ind
           PERFORM VARYING Audited-Ind FROM 1 BY 1
           DISPLAY "RECONCILIATION BREAKS: " Break-Count
                   " REPLAY BREAKS: " Replay-Break-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Report-File
           GOBACK
       .
