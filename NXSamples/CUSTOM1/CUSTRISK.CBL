      *    cust.ism and stores a grade on custrisk.ism (see
      *    CUSTRISK.CPY) so counter staff see trouble before taking
      *    a big order.  Points are plain enough to defend:
      *      +1  anything unpaid 31-60 days past its due date
      *      +2  anything unpaid more than 60 days past due
      *      +1  that 60+ amount is over half the credit limit
      *      +1  any order line sitting in "D" dispute
      *      +1  an overdue Note-Follow-Up chase on custnote.ism
      *      +1  heavy recent churn on custaudt.log (more than
      *          Churn-Threshold audited changes in the last 30 days)
      *      +1  the credit agency scores the company below
      *          Agency-Poor-Score
      *      +1  a county court judgment registered against it
      *      +2  an insolvency notice - winding-up petition,
      *          administration or liquidation
      *    The agency points come from the latest result Custcrim
      *    imported (custcra.ism, see CUSTCRA.CPY), and only while
      *    it is no more than Agency-Current-Days old - a customer
      *    with no registration number, or whose company the agency
      *    has stopped reporting, scores on our own evidence alone.
      *    Grade: 0 = A, 1 = B, 2 = C, 3 = D, 4 or more = E.  Aging is
      *    in true calendar days (see DATECALC.CBL), measured from
      *    each customer's own due date
      *    (their terms days past Ordl-Ord-Date - see TERMLOOK.CBL; 30
      *    days for anyone with no terms on file, which scores exactly
      *    as the old 61-90/90+ buckets).  The run also writes the
      *    grade-movement report custrisk.prt listing every customer who
      *    slipped a band overnight - those are the calls credit control
      *    makes first thing.  A customer graded "E" is put on
      *    account stop through the Stopset service (see STOPSET.CPY)
      *    - afresh whenever they newly fall into "E", so a
      *    supervisor's release holds only while the grade stays put.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Agency-File ASSIGN "custcra.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Cra-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Agency-File-Status.

           SELECT Report-File ASSIGN "custrisk.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Risk-File.
           COPY "CUSTRISK.CPY".

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

       FD  Agency-File.
           COPY "CUSTCRA.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).


       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Risk-File-Status            PIC X(2).
          88  Risk-File-Ok                VALUE "00".
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".

       78  Agency-Poor-Score           VALUE 30.
       78  Agency-Current-Days         VALUE 95.
       77  Agency-File-Status          PIC X(2).
          88  Agency-File-Not-Found       VALUE "35".
       01  Agency-File-Open-Sw         PIC X(01) VALUE "N".
          88  Agency-File-Open            VALUE "Y".

       77  Churn-Ind                   PIC 9(4) COMP.
       77  Churn-Count                 PIC 9(4) COMP VALUE 0.
       77  This-Churn-Ind              PIC 9(4) COMP.
               05  Ch-Changes          PIC 9(4) COMP.

       01  Run-Date                    PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Default-Terms-Days          VALUE 30.
      *    each customer's own terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       77  Bucket-3-Amt                PIC S9(9)V99 COMP.
       01  Old-Grade                   PIC X.
       01  Prior-On-File-Sw            PIC X(01).
          88  Prior-On-File               VALUE "Y".
       77  Stopped-Count               PIC 9(6) VALUE 0.

       78  Stop-Service                VALUE "stopset".
           COPY "STOPSET.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(36) VALUE
           03  FILLER                  PIC X(8) VALUE "  SCORE ".
           03  Detail-Score            PIC Z9.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
               SET Note-File-Open TO TRUE
           END-IF

           OPEN INPUT Agency-File
           IF NOT Agency-File-Not-Found
               SET Agency-File-Open TO TRUE
           END-IF

           READ Customer-File NEXT RECORD
               AT END
                   SET Customer-File-Eof TO TRUE
       .
      *---------------------------------------------------------------*
       Count-One-Audit-Entry SECTION.
      *    Event records (a stop set or released) are not changes to
      *    the account and do not count towards churn.

           MOVE Audit-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Ord-Serial
           COMPUTE Age-Days = Run-Serial - Ord-Serial
           IF Age-Days NOT > Churn-Window-Days
              AND Audit-Event = SPACES
               MOVE 0 TO This-Churn-Ind
               PERFORM VARYING Churn-Ind FROM 1 BY 1
                                  UNTIL Churn-Ind > Churn-Count
           PERFORM Score-Aging-And-Disputes
           PERFORM Score-Overdue-Chases
           PERFORM Score-Audit-Churn
           PERFORM Score-Agency-Result
           PERFORM Band-The-Score
           PERFORM Store-The-Grade
           ADD 1 TO Graded-Count
           MOVE 0 TO Bucket-3-Amt
           MOVE 0 TO Bucket-4-Amt
           MOVE "N" TO Disputed-Sw
           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

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
                           PERFORM Score-One-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Bucket-3-Amt > 0
               ADD 1 TO Score-Wrk
           END-IF
       .
      *---------------------------------------------------------------*
       Score-One-Line SECTION.

           IF Ordl-Ord-Status = "D"
               SET Disputed-Line-Found TO TRUE
           END-IF
           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           IF Line-Bal-Wrk > 0
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Age-Days = Run-Serial - Ord-Serial
               COMPUTE Days-Late = Age-Days - Trm-Days
               IF Days-Late > 60
                   ADD Line-Bal-Wrk TO Bucket-4-Amt
               ELSE
                   IF Days-Late > 30
                       ADD Line-Bal-Wrk TO Bucket-3-Amt
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Score-Overdue-Chases SECTION.
      *    Walk the customer's notes range; a promise or chase with
               ADD 1 TO Score-Wrk
           END-IF
       .
      *---------------------------------------------------------------*
       Score-Agency-Result SECTION.

           IF Agency-File-Open
               MOVE File-C-Code TO Cra-C-Code
               READ Agency-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cra-Report-Date NOT = 0
                           MOVE Cra-Report-Date TO Dtc-Date-1
                           PERFORM Find-Day-Number
                           MOVE Dtc-Days TO Ord-Serial
                           COMPUTE Age-Days = Run-Serial - Ord-Serial
                           IF Age-Days NOT > Agency-Current-Days
                               PERFORM Score-Agency-Points
                           END-IF
                       END-IF
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Score-Agency-Points SECTION.

           IF Cra-Score < Agency-Poor-Score
               ADD 1 TO Score-Wrk
           END-IF
           IF Cra-Ccj-Count > 0
               ADD 1 TO Score-Wrk
           END-IF
           IF NOT Cra-No-Notice
               ADD 2 TO Score-Wrk
           END-IF
       .
      *---------------------------------------------------------------*
       Band-The-Score SECTION.

               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
           END-IF

           IF New-Grade = "E"
               MOVE File-C-Code TO Stp-C-Code
               SET Stp-Action-Stop TO TRUE
               SET Stp-Cause-Risk  TO TRUE
               IF Old-Grade = "E"
                   MOVE "N" TO Stp-New-Event
               ELSE
                   MOVE "Y" TO Stp-New-Event
               END-IF
               MOVE "CUSTRISK" TO Stp-Operator-Id
               MOVE SPACES     TO Stp-Reason
               CALL Stop-Service USING Stp-Request
               IF Stp-Changed
                   ADD 1 TO Stopped-Count
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CUSTOMERS GRADED: " Graded-Count
                   " SLIPPED A BAND: " Slipped-Count
                   " PUT ON STOP: " Stopped-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Risk-File
           IF Note-File-Open
               CLOSE Note-File
           END-IF
           IF Agency-File-Open
               CLOSE Agency-File
           END-IF
           CLOSE Report-File
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
