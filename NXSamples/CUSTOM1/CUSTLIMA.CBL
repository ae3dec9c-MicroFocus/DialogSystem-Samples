      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custlima.

      *---------------------------------------------------------------*
      *    Credit limit increase approval console - the second pair
      *    of eyes on every increase keyed on the Custom1 screen.
      *    Works the pending file custplim.ism (see CUSTPLIM.CPY) the
      *    same way Custcrva works the review proposals:
      *        A ccccc   approve the increase pending for customer
      *                  ccccc - File-C-Limit on cust.ism is updated
      *                  and the usual custaudt.log entry written
      *        R ccccc   reject it - the limit on file stands
      *        L         list the increases still pending
      *        Q         leave
      *    Only a supervisor (see SUPCHECK.CPY) may decide, and
      *    never on an increase they keyed themselves.  A customer
      *    another session has on-screen (File-C-Lock-Op claimed by
      *    someone else) is refused, not updated under the
      *    operator's feet.  Each decision is stamped with who made
      *    it and when.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Pending-Limit-File ASSIGN "custplim.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Plim-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Pending-Limit-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Pending-Limit-File.
           COPY "CUSTPLIM.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       77  Pending-Limit-File-Status   PIC X(2).
          88  Pending-Limit-File-Eof      VALUE "10".
          88  Pending-Limit-File-Not-Found VALUE "35".

       77  Pending-Count               PIC 9(4) COMP.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Found-Sw                    PIC X(01).
          88  Pending-Found               VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Code                 PIC X(5).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  Before-C-Limit              PIC 9(7) COMP.

       01  List-Line.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Limit-Now           PIC Z(6)9.
           03  FILLER                  PIC X(4) VALUE " -> ".
           03  Lst-Limit-Proposed      PIC Z(6)9.
           03  FILLER                  PIC X(11) VALUE "  KEYED BY ".
           03  Lst-Keyed-By            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Keyed-Date          PIC 9(8).

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
               DISPLAY "CUSTLIMA: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Show-The-Pending
               PERFORM Work-One-Action UNTIL All-Done
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "CUSTLIMA: SUPERVISORS ONLY"
               SET All-Done TO TRUE
           ELSE
               OPEN I-O Pending-Limit-File
               IF Pending-Limit-File-Not-Found
                   DISPLAY "CUSTLIMA: NO LIMIT INCREASE HAS BEEN KEYED"
                   SET All-Done TO TRUE
               ELSE
                   OPEN I-O Customer-File
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-Pending SECTION.

           MOVE 0 TO Pending-Count
           DISPLAY "CUST  LIMIT NOW -> PROPOSED  KEYED BY"
           MOVE LOW-VALUES TO Plim-C-Code
           START Pending-Limit-File KEY IS NOT LESS THAN Plim-C-Code
               INVALID KEY
                   MOVE "10" TO Pending-Limit-File-Status
           END-START
           PERFORM UNTIL Pending-Limit-File-Eof
               READ Pending-Limit-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Plim-Pending
                           MOVE Plim-C-Code         TO Lst-C-Code
                           MOVE Plim-Limit-Now      TO Lst-Limit-Now
                           MOVE Plim-Limit-Proposed TO
                                                   Lst-Limit-Proposed
                           MOVE Plim-Keyed-By       TO Lst-Keyed-By
                           MOVE Plim-Keyed-Date     TO Lst-Keyed-Date
                           DISPLAY List-Line
                           ADD 1 TO Pending-Count
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Pending-Limit-File-Status
           DISPLAY Pending-Count " INCREASE(S) PENDING"
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (A ccccc / R ccccc / L / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:5) TO Answer-Code

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Pending
               WHEN "A" WHEN "a"
                   PERFORM Find-The-Pending
                   IF Pending-Found
                       PERFORM Approve-The-Increase
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM Find-The-Pending
                   IF Pending-Found
                       PERFORM Reject-The-Increase
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-The-Pending SECTION.
      *    Four eyes means four - the operator who keyed the
      *    increase cannot decide it, supervisor or not.

           MOVE "N" TO Found-Sw
           MOVE Answer-Code TO Plim-C-Code
           READ Pending-Limit-File
               INVALID KEY
                   DISPLAY "NO PENDING INCREASE FOR THAT CUSTOMER"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT Plim-Pending
                           DISPLAY "NO PENDING INCREASE FOR THAT "
                                   "CUSTOMER"
                       WHEN Plim-Keyed-By = My-Operator-Id
                           DISPLAY "YOU KEYED THIS INCREASE - "
                                   "ANOTHER SUPERVISOR MUST DECIDE IT"
                       WHEN OTHER
                           SET Pending-Found TO TRUE
                   END-EVALUATE
           END-READ
       .
      *---------------------------------------------------------------*
       Approve-The-Increase SECTION.

           MOVE Plim-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   DISPLAY "CUSTOMER " Plim-C-Code " NO LONGER ON FILE"
               NOT INVALID KEY
                   IF File-C-Lock-Op NOT = SPACES
                      AND File-C-Lock-Op NOT = My-Operator-Id
                       DISPLAY "CUSTOMER " Plim-C-Code
                               " IS ON-SCREEN ELSEWHERE - SKIPPED"
                   ELSE
                       MOVE File-C-Limit TO Before-C-Limit
                       MOVE Plim-Limit-Proposed TO File-C-Limit
                       REWRITE Customer-Record
                       PERFORM Write-Audit-Record
                       SET Plim-Approved TO TRUE
                       PERFORM Record-The-Decision
                       DISPLAY "LIMIT FOR " Plim-C-Code " NOW "
                               Plim-Limit-Proposed
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Reject-The-Increase SECTION.

           SET Plim-Rejected TO TRUE
           PERFORM Record-The-Decision
           DISPLAY "INCREASE FOR " Plim-C-Code " REJECTED"
       .
      *---------------------------------------------------------------*
       Record-The-Decision SECTION.

           MOVE My-Operator-Id TO Plim-Decided-By
           MOVE Run-Date       TO Plim-Decided-Date
           REWRITE Pending-Limit-Record
       .
      *---------------------------------------------------------------*
       Write-Audit-Record SECTION.
      *    The order values are unchanged by a limit approval, so
      *    no line entry is filled in and the balance is the same
      *    both sides - the entry is there for the limit movement.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE File-C-Balance  TO Audit-Bal-Before
           MOVE File-C-Balance  TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF NOT Sup-Not-Supervisor
              AND NOT Pending-Limit-File-Not-Found
               CLOSE Pending-Limit-File
               CLOSE Customer-File
           END-IF
           GOBACK
       .

      *****************************************************************
