      *    keys the customer, sees the open lines, and writes lines
      *    off by order number:
      *      - the line keeps its order value (the sales figures
      *        stay honest), Ordl-Pay-Val is made equal, the status
      *        goes to "F" and the type to the distinct write-off
      *        marker "W";
      *      - an amount over the Second-Auth-Threshold needs a
      *        second authoriser keyed at the console, and the
      *        second name may not be the first - they key their
      *        own sign-on password too, checked (and counted
      *        towards a lockout) exactly as the Router checks it,
      *        see PWDCHECK.CPY;
      *      - the usual custaudt.log entry is written, and every
      *        write-off is appended to the register custwoff.dat
      *        (date, customer, order, amount, who, second who) -
      *        the Custwrpt report accumulates the year's losses
      *        from it for the accountants and the bad-debt relief
      *        claim.
      *    The customer may be found from an order number instead
      *    of the code - six digits at the customer prompt are
      *    looked up on the order-number index ordxref.ism (see
      *    ORDXREF.CPY), and the order is read straight off
      *    custord.ism under the customer the index names.
      *    At the end of the session one record goes to the control
      *    file (see CTLTOT.CPY): write-offs tried in, written off
      *    out, refused for want of a second authoriser aside, by
      *    count and by amount.
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

           SELECT Register-File ASSIGN "custwoff.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

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

      *    layout shared with the Custwrpt register report - kept
      *    in step
       FD  Register-File.
           03  FILLER                  PIC X(1).
           03  Wof-Second-Auth         PIC X(8).

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

      *    write-offs at or above this need a second authoriser
       78  Second-Auth-Threshold       VALUE 500.00.

       77  Register-File-Status        PIC X(2).
          88  Register-File-Not-Found     VALUE "35".

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".
       01  Xref-Open-Sw                PIC X(01) VALUE "N".
          88  Xref-Open                   VALUE "Y".
       01  Digits-Only-Sw              PIC X(01).
          88  Digits-Only                 VALUE "Y".
       01  Entry-Refused-Sw            PIC X(01).
          88  Entry-Refused               VALUE "Y".

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       01  Line-Found-Sw               PIC X(01).
          88  Line-Found                  VALUE "Y".
       77  Scan-Ind                    PIC 9(2) COMP.
       77  Written-Off-Count           PIC 9(6) VALUE 0.
       77  Written-Off-Value           PIC S9(11)V99 COMP VALUE 0.
       77  Refused-Count               PIC 9(6) VALUE 0.
       77  Refused-Value               PIC S9(11)V99 COMP VALUE 0.
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

       01  Asked-Entry                 PIC X(6).
       01  Asked-Code                  PIC X(5).
       01  Asked-Ord-X                 PIC X(6).
       77  Asked-Ord-No                PIC 9(6).
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Second-Auth-Id              PIC X(8).
       01  Second-Auth-Password        PIC X(16).
       01  Second-Auth-Ok-Sw           PIC X(01).
          88  Second-Auth-Ok              VALUE "Y".
       77  Outstanding-Wrk             PIC S9(9)V99 COMP.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.

       01  Run-Date                    PIC 9(8).

       01  Before-C-Limit              PIC 9(7) COMP.
       77  Audit-Entry-Ind             PIC 9(4) COMP.
       77  Running-Bal                 PIC S9(9)V99 COMP.
       01  Line-Before.
           03  Line-Ord-Val-Before     PIC S9(7)V99 COMP.
           03  Line-Pay-Val-Before     PIC S9(7)V99 COMP.

       01  List-Line.
           03  Lst-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Status              PIC X.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       78  Password-Service            VALUE "pwdcheck".
           COPY "PWDCHECK.CPY".

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTWOFF: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           OPEN EXTEND Register-File
           IF Register-File-Not-Found
               OPEN OUTPUT Register-File
               CLOSE Register-File
               OPEN EXTEND Register-File
           END-IF
           OPEN INPUT Order-Xref-File
           IF NOT Order-Xref-File-Not-Found
               SET Xref-Open TO TRUE
           END-IF

           PERFORM Work-One-Customer UNTIL All-Done

           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Register-File
           IF Xref-Open
               CLOSE Order-Xref-File
           END-IF
           DISPLAY "LINES WRITTEN OFF THIS SESSION: "
                   Written-Off-Count
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Customer SECTION.

           DISPLAY "CUSTOMER CODE OR ORDER NO (BLANK TO QUIT): "
                   WITH NO ADVANCING
           ACCEPT Asked-Entry
           MOVE Asked-Entry TO Asked-Code
           MOVE "N" TO Entry-Refused-Sw
           IF Asked-Entry(6:1) NOT = SPACE
               PERFORM Find-Indexed-Customer
           END-IF
           EVALUATE TRUE
               WHEN Asked-Code = SPACES
                   SET All-Done TO TRUE
               WHEN Entry-Refused
                   CONTINUE
               WHEN OTHER
                   MOVE Asked-Code TO File-C-Code
                   READ Customer-File
                       INVALID KEY
                           DISPLAY "NO CUSTOMER " Asked-Code " ON FILE"
                       NOT INVALID KEY
                           IF File-C-Lock-Op NOT = SPACES
                              AND File-C-Lock-Op NOT = My-Operator-Id
                               DISPLAY "CUSTOMER IS ON-SCREEN ELSEWHERE"
                           ELSE
                               PERFORM Show-Open-Lines
                               PERFORM Write-Off-Lines
                           END-IF
                   END-READ
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-Indexed-Customer SECTION.
      *    A customer code is five characters, so six digits can
      *    only be an order number.

           MOVE "Y" TO Digits-Only-Sw
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 6
               IF Asked-Entry(Scan-Ind:1) NOT NUMERIC
                   MOVE "N" TO Digits-Only-Sw
               END-IF
           END-PERFORM
           IF Digits-Only AND Xref-Open
               MOVE Asked-Entry TO Oxr-Ord-No
               READ Order-Xref-File
                   INVALID KEY
                       DISPLAY "ORDER " Asked-Entry " IS NOT ON FILE"
                       SET Entry-Refused TO TRUE
                   NOT INVALID KEY
                       MOVE Oxr-C-Code TO Asked-Code
                       DISPLAY "ORDER " Asked-Entry " IS ON CUSTOMER "
                               Oxr-C-Code
               END-READ
           END-IF
           IF Digits-Only AND NOT Xref-Open
               DISPLAY "NO ORDER INDEX - KEY THE CUSTOMER CODE"
               SET Entry-Refused TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Open-Lines SECTION.

           DISPLAY "ORDER   DATE         OUTSTANDING  S"
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
                           IF Ordl-Pay-Val NOT = Ordl-Ord-Val
                               COMPUTE Outstanding-Wrk = Ordl-Ord-Val
                                                       - Ordl-Pay-Val
                               MOVE Ordl-Ord-No       TO Lst-Ord-No
                               MOVE Ordl-Ord-Date     TO Lst-Ord-Date
                               MOVE Outstanding-Wrk   TO Lst-Outstanding
                               MOVE Ordl-Ord-Status   TO Lst-Status
                               DISPLAY List-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       Write-Off-One-Line SECTION.

           MOVE "N" TO Line-Found-Sw
           IF Asked-Ord-No NOT = 0
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Asked-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Line-Found TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT Line-Found
                   DISPLAY "ORDER " Asked-Ord-No " NOT ON THIS "
                           "CUSTOMER"
               WHEN Ordl-Pay-Val = Ordl-Ord-Val
                   DISPLAY "NOTHING OUTSTANDING ON THAT LINE"
               WHEN OTHER
                   COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
                   PERFORM Authorise-And-Apply
           END-EVALUATE
       .
       Authorise-And-Apply SECTION.

           MOVE SPACES TO Second-Auth-Id
           MOVE "N" TO Second-Auth-Ok-Sw
           IF Outstanding-Wrk NOT < Second-Auth-Threshold
               DISPLAY "AMOUNT NEEDS A SECOND AUTHORISER - "
                       "THEIR OPERATOR ID: " WITH NO ADVANCING
                  OR Second-Auth-Id = My-Operator-Id
                   DISPLAY "SECOND AUTHORISER MUST BE SOMEBODY "
                           "ELSE - NOT WRITTEN OFF"
               ELSE
                   PERFORM Verify-Second-Authoriser
               END-IF
           END-IF

           IF Outstanding-Wrk < Second-Auth-Threshold
              OR Second-Auth-Ok
               PERFORM Apply-The-Write-Off
           ELSE
               ADD 1 TO Refused-Count
               ADD Outstanding-Wrk TO Refused-Value
           END-IF
       .
      *---------------------------------------------------------------*
       Verify-Second-Authoriser SECTION.
      *    A name alone is anybody's to type - the second authoriser
      *    proves it is them with their sign-on password.  No
      *    users.dat means nobody can be proved, and nothing over
      *    the threshold is written off.  A first, reset or expired
      *    password is one somebody else may know - as at sign-on,
      *    it proves nothing until its owner has set a new one.

           DISPLAY "SECOND AUTHORISER'S PASSWORD: " WITH NO ADVANCING
           ACCEPT Second-Auth-Password WITH NO-ECHO
           INITIALIZE Pwd-Check
           SET Pwd-Verify TO TRUE
           MOVE "CUSTWOFF" TO Pwd-Program
           MOVE Second-Auth-Id TO Pwd-User-Id
           MOVE Second-Auth-Password TO Pwd-Password
           CALL Password-Service USING Pwd-Check
           EVALUATE TRUE
               WHEN Pwd-Ok AND Pwd-Change-Due
                   DISPLAY "SECOND AUTHORISER MUST SIGN ON AND SET A "
                           "PASSWORD FIRST - NOT WRITTEN OFF"
               WHEN Pwd-Ok
                   SET Second-Auth-Ok TO TRUE
               WHEN Pwd-Locked
                   DISPLAY "SECOND AUTHORISER IS LOCKED OUT - "
                           "NOT WRITTEN OFF"
               WHEN Pwd-Unknown
               WHEN Pwd-No-Master
                   DISPLAY "SECOND AUTHORISER NOT ON THE USER "
                           "MASTER - NOT WRITTEN OFF"
               WHEN OTHER
                   DISPLAY "PASSWORD NOT ACCEPTED - NOT WRITTEN OFF"
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Apply-The-Write-Off SECTION.
      *    The order value stays - the loss shows on the register,
      *    report that cares.

           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record

           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           MOVE Ordl-Ord-Val TO Ordl-Pay-Val
           MOVE "F" TO Ordl-Ord-Status
           MOVE "W" TO Ordl-Ord-Type
           REWRITE Order-Line-Record
           PERFORM Note-Touched-Line

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

           REWRITE Customer-Record
           PERFORM Finish-Audit-Record

           INITIALIZE Register-Record
           MOVE Run-Date        TO Wof-Date
           WRITE Register-Record

           ADD 1 TO Written-Off-Count
           ADD Outstanding-Wrk TO Written-Off-Value
           DISPLAY "ORDER " Asked-Ord-No " WRITTEN OFF"
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every write-off tried is written off or refused, so
      *    in = out + aside by count and by amount.

           INITIALIZE Control-Total
           MOVE "CUSTWOFF"        TO Ctl-Job
           COMPUTE Ctl-Recs-In = Written-Off-Count + Refused-Count
           COMPUTE Ctl-Value-In = Written-Off-Value + Refused-Value
           MOVE Written-Off-Count TO Ctl-Recs-Out
           MOVE Written-Off-Value TO Ctl-Value-Out
           MOVE Refused-Count     TO Ctl-Recs-Aside
           MOVE Refused-Value     TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
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

      *****************************************************************
