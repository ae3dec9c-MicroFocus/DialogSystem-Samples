      *    leaves a half-written file.  A customer another session
      *    has on-screen (File-C-Lock-Op claimed by someone else) is
      *    refused, not updated under the operator's feet.
      *    A proposal the credit reference agency's result drove
      *    rather than the payment behaviour (see CUSTCREV.CBL) is
      *    listed with AGENCY Y, so the supervisor knows to look at
      *    the agency history on Cramnt before deciding.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Review-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

           03  Rev-Overdue-Flag        PIC X.
           03  FILLER                  PIC X(1).
           03  Rev-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Rev-Agency-Flag         PIC X.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Proposals               VALUE 500.

       77  Review-File-Status          PIC X(2).
          88  Review-File-Eof             VALUE "10".
          88  Review-File-Not-Found       VALUE "35".

       77  Prop-Ind                    PIC 9(4) COMP.
       77  Prop-Count                  PIC 9(4) COMP VALUE 0.
       77  Found-Ind                   PIC 9(4) COMP.

       01  Proposal-Table.
           03  Prop-Entry OCCURS Max-Proposals.
               05  Pt-Record           PIC X(31).
       01  Pt-View.
           03  Ptv-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ptv-Overdue-Flag        PIC X.
           03  FILLER                  PIC X(1).
           03  Ptv-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Ptv-Agency-Flag         PIC X.

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
           03  Lst-Overdue             PIC X.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Status              PIC X.
           03  FILLER                  PIC X(9) VALUE "  AGENCY ".
           03  Lst-Agency              PIC X.

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
               DISPLAY "CUSTCRVA: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Load-The-Proposals
           IF NOT All-Done
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           OPEN I-O Customer-File
       .
      *---------------------------------------------------------------*
       Load-The-Proposals SECTION.
                   MOVE Ptv-Avg-Days       TO Lst-Avg-Days
                   MOVE Ptv-Overdue-Flag   TO Lst-Overdue
                   MOVE Ptv-Status         TO Lst-Status
                   MOVE Ptv-Agency-Flag    TO Lst-Agency
                   DISPLAY List-Line
               END-IF
           END-PERFORM
      *---------------------------------------------------------------*
       Write-Audit-Record SECTION.
      *    The order values are unchanged by a limit review, so
      *    no line entry is filled in and the balance is the same
      *    both sides - the entry is there for the limit movement.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE File-C-Balance  TO Audit-Bal-Before
           MOVE File-C-Balance  TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Write-The-Proposals SECTION.
       Program-Terminate SECTION.

           CLOSE Customer-File
           GOBACK
       .

