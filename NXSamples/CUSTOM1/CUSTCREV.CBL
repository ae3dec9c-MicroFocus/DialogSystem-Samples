      *    the Custcrva supervisor screen to accept or reject.
      *    The score comes from two places:
      *      - custhist.ism, the paid lines Custeod archives: the
      *        average days from Ordl-Ord-Date to the archive date is
      *        the customer's days-to-pay, and the archived values
      *        their traded volume;
      *      - the open order table on cust.ism: anything unpaid past
      *      - averages over 75 days, or anything 90+ open now:
      *        propose the limit down by a quarter;
      *      - everyone else is left alone and gets no proposal.
      *    Days are true calendar days (see DATECALC.CBL).  One
      *    "P"ending record per proposed customer; Custcrva marks
      *    them "A" or "R" and applies the accepted ones with the
      *    usual custaudt.log entry.
      *    The credit reference agency has its say as well, from
      *    the latest result Custcrim imported (custcra.ism, see
      *    CUSTCRA.CPY) while it is no more than Agency-Current-Days
      *    old: an agency limit below File-C-Limit is proposed as
      *    the new limit, and a county court judgment or insolvency
      *    notice with no lower agency limit proposes the limit
      *    down by a quarter - whichever of that and the payment
      *    behaviour's proposal is the lower stands, and a proposal
      *    the agency drove is flagged so on the review record.
      *    The previous review file is read before it is rebuilt: a
      *    proposal the supervisor "R"ejected is not raised again
      *    at the same figure - it only comes back once the
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Review-File-Status.

           SELECT Agency-File ASSIGN "custcra.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Cra-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Agency-File-Status.

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
           COPY "CUSTHIST.CPY".

       FD  Agency-File.
           COPY "CUSTCRA.CPY".

       FD  Review-File.
       01  Review-Record.
           03  Rev-C-Code              PIC X(5).
           03  Rev-Overdue-Flag        PIC X.
           03  FILLER                  PIC X(1).
           03  Rev-Status              PIC X.
           03  FILLER                  PIC X(1).
           03  Rev-Agency-Flag         PIC X.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
               05  Pj-C-Code           PIC X(5).
               05  Pj-Limit            PIC 9(7).

       77  Score-Ind                   PIC 9(5) COMP.
       77  Score-Count                 PIC 9(5) COMP VALUE 0.
       77  This-Score-Ind              PIC 9(5) COMP.
               05  Sc-Volume           PIC S9(9)V99 COMP.

       01  Run-Date                    PIC 9(8).

       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.

       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       77  Proposed-Limit              PIC 9(7).
      *    a proposal of nought is a real one once the agency has
      *    spoken, so whether one was made is held apart from it
       01  Proposal-Made-Sw            PIC X(01).
          88  Proposal-Made               VALUE "Y".

       78  Agency-Current-Days         VALUE 95.
       77  Agency-File-Status          PIC X(2).
          88  Agency-File-Not-Found       VALUE "35".
       01  Agency-File-Open-Sw         PIC X(01) VALUE "N".
          88  Agency-File-Open            VALUE "Y".
       01  Agency-Driven-Sw            PIC X(01).
          88  Agency-Driven               VALUE "Y".
       77  Agency-Limit                PIC 9(7).
       01  Overdue-Now-Sw              PIC X(01) VALUE "N".
          88  Overdue-Now                 VALUE "Y".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           PERFORM Load-Prior-Rejections

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Review-File
           OPEN INPUT Agency-File
           IF NOT Agency-File-Not-Found
               SET Agency-File-Open TO TRUE
           END-IF

           READ Customer-File NEXT RECORD
               AT END
           ELSE
               PERFORM Find-Score-Slot
               IF This-Score-Ind NOT = 0
                   MOVE Hist-Ord-Date TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Ord-Serial
                   MOVE Hist-Archive-Date TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Arch-Serial
                   COMPUTE Pay-Days = Arch-Serial - Ord-Serial
                   IF Pay-Days < 0
                       MOVE 0 TO Pay-Days
      *    customer overdue now.

           MOVE "N" TO Overdue-Now-Sw
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
                           PERFORM Judge-One-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-One-Line SECTION.

           IF Ordl-Pay-Val NOT = Ordl-Ord-Val
               COMPUTE Line-Bal-Wrk = Ordl-Ord-Val
                                    - Ordl-Pay-Val
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Age-Days = Run-Serial - Ord-Serial
               IF Line-Bal-Wrk > 0 AND Age-Days > 90
                   SET Overdue-Now TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Look-Up-Score SECTION.

       Propose-New-Limit SECTION.

           MOVE 0 TO Proposed-Limit
           MOVE "N" TO Proposal-Made-Sw
           MOVE "N" TO Agency-Driven-Sw
           EVALUATE TRUE
      *        nothing paid off yet and nothing overdue - no evidence
      *        either way, leave the limit alone
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Proposed-Limit NOT = 0
               SET Proposal-Made TO TRUE
           END-IF
           IF Agency-File-Open
               PERFORM Weigh-Agency-Result
           END-IF

           IF Proposal-Made
              AND Proposed-Limit NOT = File-C-Limit
               PERFORM Judge-Previously-Rejected
           END-IF

           IF Proposal-Made
              AND Proposed-Limit NOT = File-C-Limit
              AND NOT Proposal-Rejected
               INITIALIZE Review-Record
                   MOVE "N" TO Rev-Overdue-Flag
               END-IF
               MOVE "P" TO Rev-Status
               MOVE Agency-Driven-Sw TO Rev-Agency-Flag
               WRITE Review-Record
               ADD 1 TO Proposal-Count
           END-IF
       .
      *---------------------------------------------------------------*
       Weigh-Agency-Result SECTION.
      *    A result the agency has not refreshed inside
      *    Agency-Current-Days has lapsed and says nothing.

           MOVE File-C-Code TO Cra-C-Code
           READ Agency-File
               INVALID KEY
                   MOVE 0 TO Cra-Report-Date
           END-READ
           IF Cra-Report-Date NOT = 0
               MOVE Cra-Report-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Age-Days = Run-Serial - Ord-Serial
               IF Age-Days NOT > Agency-Current-Days
                  AND (Cra-Rec-Limit < File-C-Limit
                       OR Cra-Ccj-Count > 0
                       OR NOT Cra-No-Notice)
                   IF Cra-Rec-Limit < File-C-Limit
                       MOVE Cra-Rec-Limit TO Agency-Limit
                   ELSE
                       COMPUTE Agency-Limit = File-C-Limit * 75 / 100
                   END-IF
                   IF NOT Proposal-Made
                      OR Agency-Limit < Proposed-Limit
                       MOVE Agency-Limit TO Proposed-Limit
                       SET Proposal-Made TO TRUE
                       SET Agency-Driven TO TRUE
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Previously-Rejected SECTION.
      *    The same customer at the same proposed figure was turned
                   MOVE "N" TO Rev-Overdue-Flag
               END-IF
               MOVE "R" TO Rev-Status
               MOVE Agency-Driven-Sw TO Rev-Agency-Flag
               WRITE Review-Record
           END-IF
       .
           DISPLAY "LIMIT PROPOSALS WRITTEN: " Proposal-Count
                   " REJECTIONS STANDING: " Suppressed-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Review-File
           IF Agency-File-Open
               CLOSE Agency-File
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
