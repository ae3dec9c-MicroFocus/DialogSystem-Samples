      *    The whole file is held while it is worked and written
      *    back fresh.  A customer on-screen in another session is
      *    refused, not updated under the operator's feet.
      *    The order is found through the order-number index
      *    ordxref.ism (see ORDXREF.CPY), so a line that has moved
      *    to another customer since the case was opened - a merge
      *    of duplicates - is still released where it now sits;
      *    without the index the case's own customer is tried.  The
      *    line itself is read straight off custord.ism.
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

           SELECT Dispute-File ASSIGN "custdisp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Dispute-File-Status.

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

       FD  Dispute-File.
           COPY "CUSTDISP.CPY".

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Disputes                VALUE 500.

       77  Dispute-File-Status         PIC X(2).
          88  Dispute-File-Eof            VALUE "10".
          88  Dispute-File-Not-Found      VALUE "35".

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".
       01  Xref-Open-Sw                PIC X(01) VALUE "N".
          88  Xref-Open                   VALUE "Y".
       01  Release-C-Code              PIC X(5).

       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Case-Ind                    PIC 9(4) COMP.
       77  Case-Count                  PIC 9(4) COMP VALUE 0.
       77  Found-Ind                   PIC 9(4) COMP.
       01  Line-Found-Sw               PIC X(01).
          88  Line-Found                  VALUE "Y".
       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".

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
           03  Lst-Target              PIC 9(8).

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
               DISPLAY "CUSTDISP: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           PERFORM Load-The-Cases
           IF NOT All-Done
               OPEN I-O Customer-File
               OPEN I-O Order-Line-File
               OPEN INPUT Order-Xref-File
               IF NOT Order-Xref-File-Not-Found
                   SET Xref-Open TO TRUE
               END-IF
               PERFORM Work-One-Action UNTIL All-Done
               PERFORM Write-The-Cases
               CLOSE Customer-File
               CLOSE Order-Line-File
               IF Xref-Open
                   CLOSE Order-Xref-File
               END-IF
           END-IF
           GOBACK
       .
      *    Out of dispute may go to any status - the one transition
      *    the forward-only rule always allows.

           MOVE Crv-C-Code TO Release-C-Code
           IF Xref-Open
               MOVE Crv-Ord-No TO Oxr-Ord-No
               READ Order-Xref-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Oxr-C-Code TO Release-C-Code
                       IF Oxr-C-Code NOT = Crv-C-Code
                           DISPLAY "ORDER " Crv-Ord-No " NOW ON "
                                   "CUSTOMER " Oxr-C-Code
                       END-IF
               END-READ
           END-IF

           MOVE Release-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   DISPLAY "CUSTOMER " Release-C-Code
                           " NO LONGER ON FILE"
               NOT INVALID KEY
                   IF File-C-Lock-Op NOT = SPACES
                      AND File-C-Lock-Op NOT = My-Operator-Id
      *---------------------------------------------------------------*
       Apply-The-Release SECTION.

           MOVE "N" TO Line-Found-Sw
           MOVE File-C-Code TO Ordl-C-Code
           MOVE Crv-Ord-No TO Ordl-Ord-No
           READ Order-Line-File KEY IS Ordl-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Line-Found TO TRUE
           END-READ

           IF NOT Line-Found
               DISPLAY "ORDER " Crv-Ord-No " NO LONGER ON THE "
                       "CUSTOMER - CASE CLOSED AS OVERTAKEN"
           ELSE
               MOVE File-C-Limit TO Before-C-Limit
               MOVE File-C-Balance TO Running-Bal
               PERFORM Start-Audit-Record
               MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
               MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
               MOVE Entry-New-Status TO Ordl-Ord-Status
               REWRITE Order-Line-Record
               PERFORM Note-Touched-Line
               REWRITE Customer-Record
               PERFORM Finish-Audit-Record
           END-IF

           MOVE "R" TO Crv-Status
           DISPLAY "CASE " Answer-Ord-No " RESOLVED"
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
       Write-The-Cases SECTION.
