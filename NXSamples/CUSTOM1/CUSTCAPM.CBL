      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcapm.

      *---------------------------------------------------------------*
      *    Credit application console - where the credit controller
      *    works the applications every new customer opens on its
      *    first Custom1 save (see CUSTCAPP.CPY), the same console
      *    way Custlima works the limit increases:
      *        L         list the applications still outstanding
      *        K ccccc   key the trade and bank references and, if
      *                  it has changed, the limit requested
      *        P ccccc   run the Custpick duplicate search for the
      *                  applicant - pick the customer it already is,
      *                  or leave without picking if none
      *        A ccccc   approve - the limit (the one requested
      *                  unless another is keyed) goes onto cust.ism
      *                  and the customer may trade on account
      *        D ccccc   decline, with a reason - the customer stays
      *                  cash-with-order
      *        Q         leave
      *    Credit controllers are supervisors (see SUPCHECK.CPY), and
      *    never decide an application they opened themselves.  An
      *    application is not approved without a bank reference and
      *    the duplicate search.  A customer another session has
      *    on-screen is refused, not updated under the operator's
      *    feet.  Each decision is written to custaudt.log as an
      *    event record (Audit-Event "CA"/"CD") and as a note on the
      *    customer's custnote.ism history.
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

           SELECT Application-File ASSIGN "custcapp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Capp-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Application-File-Status.

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
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Application-File.
           COPY "CUSTCAPP.CPY".

       FD  Note-File.
           COPY "CUSTNOTE.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".
       78 Customer-Picker          VALUE "custpick".

       77  Application-File-Status     PIC X(2).
          88  Application-File-Eof        VALUE "10".
          88  Application-File-Not-Found  VALUE "35".

       77  Note-File-Status            PIC X(2).
          88  Note-File-Not-Found         VALUE "35".

       77  Array-Ind                   PIC 9(4) COMP.
       77  Pending-Count               PIC 9(4) COMP.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Found-Sw                    PIC X(01).
          88  Application-Open            VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Code                 PIC X(5).
       01  Entry-Line                  PIC X(40).
       01  Entry-Reason                PIC X(40).
       01  Entry-Limit                 PIC 9(7).
       01  Picked-Code                 PIC X(5).
       77  Entry-Ind                   PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).
       77  Today-Serial                PIC 9(7) COMP.
       77  Keyed-Serial                PIC 9(7) COMP.
       77  Days-Out                    PIC S9(7) COMP.

       01  Before-C-Limit              PIC 9(7) COMP.
       01  Note-Limit                  PIC Z(6)9.

       01  List-Line.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Limit-Requested     PIC Z(6)9.
           03  FILLER                  PIC X(11) VALUE "  KEYED BY ".
           03  Lst-Keyed-By            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Keyed-Date          PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Days-Out            PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Lst-Trade-Refs          PIC 9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Bank-Ref            PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Dup                 PIC X(11).

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTCAPM: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           IF NOT All-Done
               PERFORM Show-The-Applications
               PERFORM Work-One-Action UNTIL All-Done
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Today-Serial

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "CUSTCAPM: CREDIT CONTROLLERS ONLY"
               SET All-Done TO TRUE
           ELSE
               OPEN I-O Application-File
               IF Application-File-Not-Found
                   DISPLAY "CUSTCAPM: NO CREDIT APPLICATION HAS BEEN "
                           "OPENED"
                   SET All-Done TO TRUE
               ELSE
                   OPEN I-O Customer-File
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Show-The-Applications SECTION.

           MOVE 0 TO Pending-Count
           DISPLAY "CUST  REQUESTED  KEYED BY          ON       DAYS"
                   "  T BNK DUPLICATE"
           MOVE LOW-VALUES TO Capp-C-Code
           START Application-File KEY IS NOT LESS THAN Capp-C-Code
               INVALID KEY
                   MOVE "10" TO Application-File-Status
           END-START
           PERFORM UNTIL Application-File-Eof
               READ Application-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Capp-Pending
                           PERFORM List-One-Application
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Application-File-Status
           DISPLAY Pending-Count " APPLICATION(S) OUTSTANDING"
       .
      *---------------------------------------------------------------*
       List-One-Application SECTION.
      *    T is how many trade references are keyed; the duplicate
      *    column shows whether the Custpick search has been run and
      *    what it found.

           MOVE Capp-C-Code          TO Lst-C-Code
           MOVE Capp-Limit-Requested TO Lst-Limit-Requested
           MOVE Capp-Keyed-By        TO Lst-Keyed-By
           MOVE Capp-Keyed-Date      TO Lst-Keyed-Date
           MOVE Capp-Keyed-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Keyed-Serial
           COMPUTE Days-Out = Today-Serial - Keyed-Serial
           IF Days-Out < 0
               MOVE 0 TO Days-Out
           END-IF
           MOVE Days-Out TO Lst-Days-Out
           MOVE 0 TO Lst-Trade-Refs
           PERFORM VARYING Array-Ind FROM 1 BY 1 UNTIL Array-Ind > 2
               IF Capp-Trade-Ref(Array-Ind) NOT = SPACES
                   ADD 1 TO Lst-Trade-Refs
               END-IF
           END-PERFORM
           IF Capp-Bank-Ref = SPACES
               MOVE "NO"  TO Lst-Bank-Ref
           ELSE
               MOVE "YES" TO Lst-Bank-Ref
           END-IF
           EVALUATE TRUE
               WHEN Capp-Dup-None
                   MOVE "NONE"       TO Lst-Dup
               WHEN Capp-Dup-Found
                   MOVE SPACES       TO Lst-Dup
                   STRING "SAME AS " Capp-Dup-C-Code
                          DELIMITED BY SIZE INTO Lst-Dup
                   END-STRING
               WHEN OTHER
                   MOVE "NOT RUN"    TO Lst-Dup
           END-EVALUATE
           DISPLAY List-Line
           ADD 1 TO Pending-Count
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (K ccccc / P ccccc / A ccccc / D ccccc / "
                   "L / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:5) TO Answer-Code

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM Show-The-Applications
               WHEN "K" WHEN "k"
                   PERFORM Find-The-Application
                   IF Application-Open
                       PERFORM Key-The-References
                   END-IF
               WHEN "P" WHEN "p"
                   PERFORM Find-The-Application
                   IF Application-Open
                       PERFORM Search-For-Duplicate
                   END-IF
               WHEN "A" WHEN "a"
                   PERFORM Find-The-Application
                   IF Application-Open
                       PERFORM Judge-Ready-To-Decide
                   END-IF
                   IF Application-Open
                       PERFORM Judge-Ready-To-Approve
                   END-IF
                   IF Application-Open
                       PERFORM Approve-The-Application
                   END-IF
               WHEN "D" WHEN "d"
                   PERFORM Find-The-Application
                   IF Application-Open
                       PERFORM Judge-Ready-To-Decide
                   END-IF
                   IF Application-Open
                       PERFORM Decline-The-Application
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-The-Application SECTION.

           MOVE "N" TO Found-Sw
           MOVE Answer-Code TO Capp-C-Code
           READ Application-File
               INVALID KEY
                   DISPLAY "NO OUTSTANDING APPLICATION FOR THAT "
                           "CUSTOMER"
               NOT INVALID KEY
                   IF Capp-Pending
                       SET Application-Open TO TRUE
                   ELSE
                       DISPLAY "NO OUTSTANDING APPLICATION FOR THAT "
                               "CUSTOMER"
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Judge-Ready-To-Decide SECTION.
      *    Four eyes - whoever opened the account cannot decide its
      *    credit, controller or not.

           IF Capp-Keyed-By = My-Operator-Id
               DISPLAY "YOU OPENED THIS APPLICATION - ANOTHER "
                       "CONTROLLER MUST DECIDE IT"
               MOVE "N" TO Found-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Ready-To-Approve SECTION.

           EVALUATE TRUE
               WHEN Capp-Bank-Ref = SPACES
                   DISPLAY "NO BANK REFERENCE KEYED - USE K FIRST"
                   MOVE "N" TO Found-Sw
               WHEN Capp-Dup-Not-Run
                   DISPLAY "DUPLICATE SEARCH NOT RUN - USE P FIRST"
                   MOVE "N" TO Found-Sw
               WHEN Capp-Dup-Found
                   DISPLAY "SEARCH FOUND THIS MAY BE CUSTOMER "
                           Capp-Dup-C-Code
                           " - APPROVE ANYWAY (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT Entry-Line
                   IF Entry-Line(1:1) NOT = "Y"
                      AND Entry-Line(1:1) NOT = "y"
                       MOVE "N" TO Found-Sw
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Key-The-References SECTION.
      *    Blank keeps what is there - a reference is re-keyed only
      *    to change it.

           PERFORM VARYING Array-Ind FROM 1 BY 1 UNTIL Array-Ind > 2
               DISPLAY "TRADE REFERENCE " Array-Ind ": "
                       Capp-Trade-Ref(Array-Ind)
               DISPLAY "  NEW (BLANK = KEEP): " WITH NO ADVANCING
               MOVE SPACES TO Entry-Line
               ACCEPT Entry-Line
               IF Entry-Line NOT = SPACES
                   MOVE Entry-Line TO Capp-Trade-Ref(Array-Ind)
               END-IF
           END-PERFORM

           DISPLAY "BANK REFERENCE: " Capp-Bank-Ref
           DISPLAY "  NEW (BLANK = KEEP): " WITH NO ADVANCING
           MOVE SPACES TO Entry-Line
           ACCEPT Entry-Line
           IF Entry-Line NOT = SPACES
               MOVE Entry-Line TO Capp-Bank-Ref
           END-IF

           DISPLAY "LIMIT REQUESTED: " Capp-Limit-Requested
           DISPLAY "  NEW (BLANK = KEEP): " WITH NO ADVANCING
           PERFORM Accept-A-Limit
           IF Entry-Ok
               MOVE Entry-Limit TO Capp-Limit-Requested
           END-IF

           REWRITE Credit-Application-Record
           DISPLAY "REFERENCES FOR " Capp-C-Code " KEYED"
       .
      *---------------------------------------------------------------*
       Accept-A-Limit SECTION.
      *    Whole currency units; Entry-Ok only when something was
      *    keyed.

           MOVE "N" TO Entry-Ok-Sw
           MOVE 0 TO Entry-Limit
           MOVE SPACES TO Entry-Line
           ACCEPT Entry-Line
           PERFORM VARYING Entry-Ind FROM 1 BY 1 UNTIL Entry-Ind > 7
               MOVE Entry-Line(Entry-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Limit = Entry-Limit * 10 + Digit-Cell
                   SET Entry-Ok TO TRUE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Search-For-Duplicate SECTION.
      *    The picker window runs the name search; whatever customer
      *    the controller picks (other than the applicant itself) is
      *    the one this business is already on file as.  Leaving
      *    without a pick records that nothing was found.

           MOVE Capp-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   MOVE SPACES TO File-C-Name
           END-READ
           DISPLAY "SEARCH FOR: " File-C-Name
           MOVE SPACES TO Picked-Code
           CALL Customer-Picker USING Picked-Code
           IF Picked-Code = SPACES OR Picked-Code = Capp-C-Code
               SET Capp-Dup-None TO TRUE
               MOVE SPACES TO Capp-Dup-C-Code
               DISPLAY "NO DUPLICATE RECORDED"
           ELSE
               SET Capp-Dup-Found TO TRUE
               MOVE Picked-Code TO Capp-Dup-C-Code
               DISPLAY "RECORDED AS POSSIBLE DUPLICATE OF " Picked-Code
           END-IF
           REWRITE Credit-Application-Record
       .
      *---------------------------------------------------------------*
       Approve-The-Application SECTION.

           DISPLAY "LIMIT (BLANK = " Capp-Limit-Requested "): "
                   WITH NO ADVANCING
           PERFORM Accept-A-Limit
           IF NOT Entry-Ok
               MOVE Capp-Limit-Requested TO Entry-Limit
           END-IF

           MOVE Capp-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   DISPLAY "CUSTOMER " Capp-C-Code " NO LONGER ON FILE"
               NOT INVALID KEY
                   IF File-C-Lock-Op NOT = SPACES
                      AND File-C-Lock-Op NOT = My-Operator-Id
                       DISPLAY "CUSTOMER " Capp-C-Code
                               " IS ON-SCREEN ELSEWHERE - SKIPPED"
                   ELSE
                       MOVE File-C-Limit TO Before-C-Limit
                       MOVE Entry-Limit TO File-C-Limit
                       REWRITE Customer-Record
                       SET Capp-Approved TO TRUE
                       MOVE Entry-Limit TO Capp-Limit-Approved
                       MOVE SPACES TO Capp-Reason
                       PERFORM Record-The-Decision
                       PERFORM Write-Audit-Record
                       PERFORM Write-Decision-Note
                       DISPLAY "APPLICATION FOR " Capp-C-Code
                               " APPROVED - LIMIT " Entry-Limit
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Decline-The-Application SECTION.

           DISPLAY "REASON: " WITH NO ADVANCING
           MOVE SPACES TO Entry-Reason
           ACCEPT Entry-Reason
           IF Entry-Reason = SPACES
               DISPLAY "A REASON MUST BE GIVEN"
           ELSE
               MOVE Capp-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       INITIALIZE Customer-Record
                       MOVE Capp-C-Code TO File-C-Code
               END-READ
               MOVE File-C-Limit TO Before-C-Limit
               SET Capp-Declined TO TRUE
               MOVE 0 TO Capp-Limit-Approved
               MOVE Entry-Reason TO Capp-Reason
               PERFORM Record-The-Decision
               PERFORM Write-Audit-Record
               PERFORM Write-Decision-Note
               DISPLAY "APPLICATION FOR " Capp-C-Code " DECLINED"
           END-IF
       .
      *---------------------------------------------------------------*
       Record-The-Decision SECTION.

           MOVE My-Operator-Id TO Capp-Decided-By
           MOVE Run-Date       TO Capp-Decided-Date
           REWRITE Credit-Application-Record
       .
      *---------------------------------------------------------------*
       Write-Audit-Record SECTION.
      *    An event record - "CA" or "CD" from the decision just
      *    made.  The order values are untouched by a decision, so
      *    no line entry is filled in and the balance is the same
      *    both sides; the limit carries the movement.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE Capp-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE File-C-Balance  TO Audit-Bal-Before
           MOVE File-C-Balance  TO Audit-Bal-After
           IF Capp-Approved
               SET Audit-Event-Credit-Approved TO TRUE
           ELSE
               SET Audit-Event-Credit-Declined TO TRUE
               MOVE Capp-Reason TO Audit-Reason
           END-IF
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Write-Decision-Note SECTION.

           OPEN I-O Note-File
           IF Note-File-Not-Found
               OPEN OUTPUT Note-File
               CLOSE Note-File
               OPEN I-O Note-File
           END-IF

           INITIALIZE Note-Record
           MOVE Capp-C-Code      TO Note-C-Code
           ACCEPT Note-Date FROM DATE YYYYMMDD
           ACCEPT Note-Time FROM TIME
           MOVE My-Operator-Id   TO Note-Operator-Id
           MOVE 0                TO Note-Follow-Up
           IF Capp-Approved
               MOVE Capp-Limit-Approved TO Note-Limit
               STRING "CREDIT APPROVED - LIMIT " DELIMITED BY SIZE
                      Note-Limit                 DELIMITED BY SIZE
                      INTO Note-Text
               END-STRING
           ELSE
               STRING "CREDIT DECLINED: " DELIMITED BY SIZE
                      Capp-Reason         DELIMITED BY SIZE
                      INTO Note-Text
               END-STRING
           END-IF
           WRITE Note-Record
               INVALID KEY
                   ADD 1 TO Note-Time
                   WRITE Note-Record
                   END-WRITE
           END-WRITE

           CLOSE Note-File
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF NOT Sup-Not-Supervisor
              AND NOT Application-File-Not-Found
               CLOSE Application-File
               CLOSE Customer-File
           END-IF
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
