
      *---------------------------------------------------------------*
      *    Month-end dunning letter run.  Ages every customer's open
      *    custord.ism order lines the way CUSTAGED.CBL does and,
      *    where anything is past 30 days, prints a chasing letter to
      *    custdun.prt - the File-C-Name and four File-C-Addr lines as
      *    an address block, the same page shape as the CUSTSTMT.CBL
      *    printed this run is appended to the history, so next
      *    month's run escalates instead of repeating itself.  A
      *    customer who has caught up (nothing past 30 days) gets no
      *    letter, whatever the history says.  The 30 days are only the
      *    default: a customer with terms of their own on custterm.ism,
      *    or in an area with a default there (see TERMLOOK.CBL), is
      *    chased from their own due date.  Disputed lines ("D" status)
      *    are never chased, the same manners the interest run shows.
      *    Customers locked by another session are still lettered -
      *    printing reads, it does not rewrite.  A final demand puts
      *    the customer on account stop through the Stopset service
      *    (see STOPSET.CPY); a stop-list warning keeps them there
      *    but does not undo a supervisor's release of the stop.
      *    Each letter goes out on the letterhead of the customer's
      *    own trading company and asks for payment into that
      *    company's bank account (see COMPLOOK.CBL); a company with
      *    nothing on company.ism gets the plain letter of old.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Include-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  History-File.
       01  History-Record.
           03  Dun-C-Code              PIC X(5).
      *    escalation to a polite level-1 reminder
       78  Max-Dun-Customers           VALUE 25000.
       78  Top-Dun-Level               VALUE 4.
       78  Default-Terms-Days          VALUE 30.

      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       78  Final-Demand-Level          VALUE 3.
       78  Stop-Service                VALUE "stopset".
           COPY "STOPSET.CPY".
       77  Stopped-Count               PIC 9(6) VALUE 0.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  History-File-Status         PIC X(2).
          88  History-File-Ok             VALUE "00".
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".

       77  Hist-Ind                    PIC 9(5) COMP.
       77  Hist-Count                  PIC 9(5) COMP VALUE 0.
       77  This-Hist-Ind               PIC 9(5) COMP.
                                       PIC X(5).

       01  Run-Date                    PIC 9(8).

       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.

       01  Page-Rule-Line              PIC X(72) VALUE ALL "=".

      *    the customer's trading company - its letterhead heads
      *    the letter and its bank details close it; see COMPLOOK.CBL
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".

       01  Letterhead-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  Letterhead-Text         PIC X(30).

       01  Letterhead-Phone-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "TEL ".
           03  Letterhead-Phone        PIC X(15).

       01  Letterhead-Vat-Line.
           03  FILLER                  PIC X(40) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "VAT REG ".
           03  Letterhead-Vat-Reg      PIC X(14).

       01  Bank-Heading-Line           PIC X(33) VALUE
           "PLEASE PAY TO:".

       01  Bank-Line.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Bank-Label              PIC X(15).
           03  Bank-Text               PIC X(30).

       01  Heading-Line.
           03  Heading-Title           PIC X(24).
           03  FILLER                  PIC X(11) VALUE " - CUSTOMER".
               "TOTAL OVERDUE:      ".
           03  Total-Overdue           PIC Z(7)9.99-.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Letter-File
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           PERFORM Load-Include-List

      *---------------------------------------------------------------*
       Dun-Included-Customer SECTION.

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

           MOVE 0 TO Overdue-Total
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
                              AND Ordl-Pay-Val NOT = Ordl-Ord-Val
                               PERFORM Judge-Line-Overdue
      *                        the total accumulates HERE and only
      *                        here - the print pass re-judges each
      *                        line but never adds
                               IF Overdue-This-Line
                                   ADD Line-Bal-Wrk TO Overdue-Total
                               END-IF
                               IF Line-Bal-Wrk < 0
                                   ADD Line-Bal-Wrk TO Overdue-Total
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Overdue-Total > 0
               PERFORM Print-One-Letter
               PERFORM Record-Letter-Sent
               ADD 1 TO Letter-Count
               IF This-Level NOT < Final-Demand-Level
                   PERFORM Stop-The-Account
               END-IF
           END-IF

           PERFORM Read-Next-Dun-Customer
       .
      *---------------------------------------------------------------*
       Judge-Line-Overdue SECTION.
      *    True calendar days, as the aged debt report ages by,
      *    measured against the customer's own terms
      *    (Trm-Days, looked up once per customer by the caller);
      *    a credit (negative) line is never overdue
      *    but still nets into the total being chased.  Judging
      *    only - the caller decides whether to accumulate, since
      *    the print pass re-judges every line a second time.

           MOVE "N" TO Overdue-This-Line-Sw
           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           MOVE Ordl-Ord-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Ord-Serial
           COMPUTE Age-Days = Run-Serial - Ord-Serial

           IF Line-Bal-Wrk > 0 AND Age-Days > Trm-Days
               SET Overdue-This-Line TO TRUE
           END-IF
       .

           MOVE Page-Rule-Line TO Letter-Line
           WRITE Letter-Line
           PERFORM Write-Letterhead

           EVALUATE This-Level
               WHEN 1

           MOVE Column-Line TO Letter-Line
           WRITE Letter-Line
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
                              AND Ordl-Pay-Val NOT = Ordl-Ord-Val
                               PERFORM Judge-Line-Overdue
                               IF Overdue-This-Line
                                   PERFORM Write-Overdue-Line
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           PERFORM Write-Bank-Details
       .
      *---------------------------------------------------------------*
       Write-Letterhead SECTION.
      *    Nothing on company.ism for the customer's company - the
      *    letter starts as it always did.

           SET Cmk-Action-Find TO TRUE
           MOVE File-C-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Name NOT = SPACES
               MOVE Cmk-Name TO Letterhead-Text
               MOVE Letterhead-Line TO Letter-Line
               PERFORM Put-Letter-Line
               MOVE Cmk-Addr1 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr2 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr3 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               MOVE Cmk-Addr4 TO Letterhead-Text
               PERFORM Put-Letterhead-Line
               IF Cmk-Phone NOT = SPACES
                   MOVE Cmk-Phone TO Letterhead-Phone
                   MOVE Letterhead-Phone-Line TO Letter-Line
                   PERFORM Put-Letter-Line
               END-IF
               IF Cmk-Vat-Reg NOT = SPACES
                   MOVE Cmk-Vat-Reg TO Letterhead-Vat-Reg
                   MOVE Letterhead-Vat-Line TO Letter-Line
                   PERFORM Put-Letter-Line
               END-IF
               MOVE SPACES TO Letter-Line
               PERFORM Put-Letter-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Letterhead-Line SECTION.

           IF Letterhead-Text NOT = SPACES
               MOVE Letterhead-Line TO Letter-Line
               PERFORM Put-Letter-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Bank-Details SECTION.
      *    The account the customer's own company banks with, so a
      *    customer of the second company does not pay the first.

           IF Cmk-Account-No NOT = SPACES
               MOVE Bank-Heading-Line TO Letter-Line
               PERFORM Put-Letter-Line
               MOVE "BANK"           TO Bank-Label
               MOVE Cmk-Bank-Name    TO Bank-Text
               MOVE Bank-Line TO Letter-Line
               PERFORM Put-Letter-Line
               MOVE "SORT CODE"      TO Bank-Label
               MOVE Cmk-Sort-Code    TO Bank-Text
               MOVE Bank-Line TO Letter-Line
               PERFORM Put-Letter-Line
               MOVE "ACCOUNT NO"     TO Bank-Label
               MOVE Cmk-Account-No   TO Bank-Text
               MOVE Bank-Line TO Letter-Line
               PERFORM Put-Letter-Line
               MOVE "ACCOUNT NAME"   TO Bank-Label
               MOVE Cmk-Account-Name TO Bank-Text
               MOVE Bank-Line TO Letter-Line
               PERFORM Put-Letter-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Letter-Line SECTION.

           WRITE Letter-Line
       .
      *---------------------------------------------------------------*
       Write-Address-Block SECTION.
      *---------------------------------------------------------------*
       Write-Overdue-Line SECTION.

           MOVE Ordl-Ord-No              TO Detail-Ord-No
           MOVE Ordl-Ord-Date            TO Detail-Ord-Date
           MOVE Line-Bal-Wrk             TO Detail-Overdue
           MOVE Age-Days                 TO Detail-Age
           MOVE Detail-Line TO Letter-Line
           WRITE History-Record
           CLOSE History-File
       .
      *---------------------------------------------------------------*
       Stop-The-Account SECTION.

           MOVE File-C-Code TO Stp-C-Code
           SET Stp-Action-Stop   TO TRUE
           SET Stp-Cause-Dunning TO TRUE
           IF This-Level = Final-Demand-Level
               MOVE "Y" TO Stp-New-Event
           ELSE
               MOVE "N" TO Stp-New-Event
           END-IF
           MOVE "CUSTDUN" TO Stp-Operator-Id
           MOVE SPACES    TO Stp-Reason
           CALL Stop-Service USING Stp-Request
           IF Stp-Changed
               ADD 1 TO Stopped-Count
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

                       "RESTARTED AT LEVEL 1; RESIZE AND RERUN"
           END-IF
           DISPLAY "DUNNING LETTERS PRINTED: " Letter-Count
           DISPLAY "ACCOUNTS PUT ON STOP: " Stopped-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Letter-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
