      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custstop.

      *---------------------------------------------------------------*
      *    Account stop console.  Lists and keys the account stop
      *    file custstop.ism (see CUSTSTOP.CPY) the same console way
      *    Taxmnt keys the VAT rates:
      *        L         list every customer whose stop stands
      *        S         put a customer on stop by hand
      *        R         release a customer's stop
      *        Q         leave
      *    S and R are for supervisors only (see SUPCHECK.CPY) and
      *    both insist on a reason.  The change itself is made by
      *    the Stopset service, so it reaches custstop.log and the
      *    Custstrp daily report like an automatic stop; on top of
      *    that a release or manual stop is written to custaudt.log
      *    as an event record (Audit-Event "SR"/"SS", values before
      *    and after the same) and as a note on the customer's
      *    custnote.ism history, so the reason sits alongside the
      *    rest of the account's story.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stop-File ASSIGN "custstop.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stop-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Stop-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Note-File ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Note-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Note-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stop-File.
           COPY "CUSTSTOP.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Note-File.
           COPY "CUSTNOTE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Stop-Service             VALUE "stopset".
           COPY "STOPSET.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       77  Stop-File-Status            PIC X(2).
          88  Stop-File-Eof               VALUE "10".
          88  Stop-File-Not-Found         VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Note-File-Status            PIC X(2).
          88  Note-File-Not-Found         VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Code                  PIC X(5).
       01  Entry-Reason                PIC X(40).
       01  Note-Prefix                 PIC X(16).
       77  On-Stop-Count               PIC 9(4) COMP.

       01  My-Operator-Id              PIC X(8).

       01  List-Line.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Cause               PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-Date            PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).

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
               DISPLAY "CUSTSTOP: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id

           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           IF Customer-Open
               CLOSE Customer-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / S / R / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Stops
               WHEN "S" WHEN "s"
                   SET Stp-Action-Stop TO TRUE
                   PERFORM Change-The-Stop
               WHEN "R" WHEN "r"
                   SET Stp-Action-Release TO TRUE
                   PERFORM Change-The-Stop
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Stops SECTION.
      *    The file is opened and closed around the listing only -
      *    the Stopset service needs it to itself for a change.

           MOVE 0 TO On-Stop-Count
           OPEN INPUT Stop-File
           IF Stop-File-Not-Found
               DISPLAY "NO CUSTOMER ON STOP"
           ELSE
               DISPLAY "CODE   CAUSE    SET ON   SET BY"
               MOVE LOW-VALUES TO Stop-C-Code
               START Stop-File KEY IS NOT LESS THAN Stop-C-Code
                   INVALID KEY
                       MOVE "10" TO Stop-File-Status
               END-START
               PERFORM UNTIL Stop-File-Eof
                   READ Stop-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF Stop-On-Stop
                               PERFORM List-One-Stop
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Stop-File
               DISPLAY On-Stop-Count " CUSTOMER(S) ON STOP"
           END-IF
       .
      *---------------------------------------------------------------*
       List-One-Stop SECTION.

           MOVE Stop-C-Code TO Lst-C-Code
           EVALUATE TRUE
               WHEN Stop-Cause-Dunning
                   MOVE "DUNNING"  TO Lst-Cause
               WHEN Stop-Cause-Risk
                   MOVE "RISK"     TO Lst-Cause
               WHEN OTHER
                   MOVE "MANUAL"   TO Lst-Cause
           END-EVALUATE
           MOVE Stop-Set-Date TO Lst-Set-Date
           MOVE Stop-Set-By   TO Lst-Set-By
           DISPLAY List-Line
           ADD 1 TO On-Stop-Count
       .
      *---------------------------------------------------------------*
       Change-The-Stop SECTION.
      *    Stp-Action is already set by the caller.  Supervisor
      *    first, then a real customer, then a reason - nothing
      *    changes unless all three are there.

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "SUPERVISOR ONLY"
           ELSE
               PERFORM Accept-Stop-Customer
               IF Entry-Ok
                   DISPLAY "REASON: " WITH NO ADVANCING
                   ACCEPT Entry-Reason
                   IF Entry-Reason = SPACES
                       DISPLAY "A REASON MUST BE GIVEN"
                   ELSE
                       PERFORM Apply-The-Stop
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-Stop-Customer SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               MOVE "N" TO Entry-Ok-Sw
           ELSE
               INITIALIZE Customer-Record
               MOVE Entry-Code TO File-C-Code
               IF Customer-Open
                   READ Customer-File
                       INVALID KEY
                           DISPLAY "NO SUCH CUSTOMER"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-The-Stop SECTION.

           MOVE Entry-Code     TO Stp-C-Code
           SET Stp-Cause-Manual TO TRUE
           MOVE "Y"            TO Stp-New-Event
           MOVE My-Operator-Id TO Stp-Operator-Id
           MOVE Entry-Reason   TO Stp-Reason
           CALL Stop-Service USING Stp-Request

           IF Stp-Unchanged
               IF Stp-Action-Stop
                   DISPLAY "CUSTOMER IS ALREADY ON STOP"
               ELSE
                   DISPLAY "CUSTOMER IS NOT ON STOP"
               END-IF
           ELSE
               PERFORM Write-Audit-Record
               PERFORM Write-Stop-Note
               IF Stp-Action-Stop
                   DISPLAY "CUSTOMER PUT ON STOP"
               ELSE
                   DISPLAY "STOP RELEASED"
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Audit-Record SECTION.
      *    An event record - the limit and the balance are the same
      *    before and after and no line entry is filled in, the
      *    event code and reason say what happened.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE File-C-Code     TO Audit-C-Code
           MOVE File-C-Limit    TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE File-C-Balance  TO Audit-Bal-Before
           MOVE File-C-Balance  TO Audit-Bal-After
           IF Stp-Action-Stop
               SET Audit-Event-Stop-Set TO TRUE
           ELSE
               SET Audit-Event-Stop-Off TO TRUE
           END-IF
           MOVE Entry-Reason    TO Audit-Reason
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Write-Stop-Note SECTION.

           OPEN I-O Note-File
           IF Note-File-Not-Found
               OPEN OUTPUT Note-File
               CLOSE Note-File
               OPEN I-O Note-File
           END-IF

           IF Stp-Action-Stop
               MOVE "PUT ON STOP: "   TO Note-Prefix
           ELSE
               MOVE "STOP RELEASED: " TO Note-Prefix
           END-IF
           INITIALIZE Note-Record
           MOVE Entry-Code       TO Note-C-Code
           ACCEPT Note-Date FROM DATE YYYYMMDD
           ACCEPT Note-Time FROM TIME
           MOVE My-Operator-Id   TO Note-Operator-Id
           MOVE 0                TO Note-Follow-Up
           STRING Note-Prefix DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  Entry-Reason DELIMITED BY SIZE
                  INTO Note-Text
           END-STRING
           WRITE Note-Record
               INVALID KEY
                   ADD 1 TO Note-Time
                   WRITE Note-Record
                   END-WRITE
           END-WRITE

           CLOSE Note-File
       .

      *****************************************************************
