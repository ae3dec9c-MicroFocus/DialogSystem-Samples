      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Persnap.

      *---------------------------------------------------------------*
      *    Period-end balance snapshot - see PERSNAP.CPY for the
      *    interface.  Custperm calls it the moment a supervisor
      *    closes a period, so the debtors ledger as it stood at the
      *    close is kept for good on perbal.ism (see PERBAL.CPY) and
      *    the Custatb report can reproduce that period's aged trial
      *    balance on demand, however much the ledger has moved on
      *    since:
      *      - whatever was stored for the period before (a period
      *        closed, reopened and closed again) is deleted first;
      *      - every custord.ism order line still open - Ordl-Ord-Val
      *        not equal to Ordl-Pay-Val, credits included - and
      *        dated no later than the period's last day is written
      *        with its outstanding amount, aged as at that day
      *        against the customer's own terms (see TERMLOOK.CBL)
      *        into the aged debt report's not due / 1-30 / 31-60 /
      *        over 60 columns;
      *      - a summary record (order number zero) per customer
      *        with anything open carries the name, area, balance
      *        and buckets.
      *    Lines dated after the period belong to the next one and
      *    are left out.  Days are true calendar days (see
      *    DATECALC.CBL), the period ending on its real last day.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Period-Balance-File ASSIGN "perbal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pb-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Period-Balance-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Period-Balance-File.
           COPY "PERBAL.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Default-Terms-Days          VALUE 30.

      *    payment terms - see TERMLOOK.CBL
       78  Terms-Lookup-Service        VALUE "termlook".
           COPY "TERMLOOK.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Period-Balance-File-Status  PIC X(2).
          88  Period-Balance-File-Eof     VALUE "10".
          88  Period-Balance-File-Not-Found VALUE "35".

       01  Clear-Done-Sw               PIC X(01).
          88  Clear-Done                  VALUE "Y".

       77  Bucket-Ind                  PIC 9(4) COMP.
       77  Lines-Stored                PIC 9(4) COMP.

      *    one customer's summary, built while the lines go out
       01  Customer-Figures.
           03  Cf-Aged                 PIC S9(9)V99 COMP OCCURS 4.
       77  Cf-Balance                  PIC S9(9)V99 COMP.
       77  Outstanding-Wrk             PIC S9(9)V99 COMP.
       77  This-Bucket                 PIC 9(4) COMP.

       01  Run-Date                    PIC 9(8).
       01  Period-End-Date             PIC 9(8).
       01  Period-End-Split REDEFINES Period-End-Date.
           03  Pe-Yyyymm               PIC 9(6).
           03  Pe-Dd                   PIC 9(2).
       01  Period-End-Parts REDEFINES Period-End-Date.
           03  Pe-Yyyy                 PIC 9(4).
           03  Pe-Mm                   PIC 9(2).
           03  FILLER                  PIC 9(2).
       77  Period-End-Serial           PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Days-Late                   PIC S9(8) COMP.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       LINKAGE SECTION.
           COPY "PERSNAP.CPY".

       PROCEDURE DIVISION USING Psn-Request.
       Controlling SECTION.

           MOVE 0 TO Psn-Customers
           MOVE 0 TO Psn-Total
           ACCEPT Run-Date FROM DATE YYYYMMDD
      *    the period's last day is the day before the next one's
      *    first
           MOVE Psn-Period TO Pe-Yyyymm
           MOVE 1 TO Pe-Dd
           IF Pe-Mm = 12
               MOVE 1 TO Pe-Mm
               ADD 1 TO Pe-Yyyy
           ELSE
               ADD 1 TO Pe-Mm
           END-IF
           MOVE Period-End-Date TO Dtc-Date-1
           MOVE -1 TO Dtc-Days
           SET Dtc-Add-Days TO TRUE
           CALL Date-Calc-Service USING Date-Calc
           MOVE Dtc-Date-2 TO Period-End-Date
           MOVE Period-End-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Period-End-Serial

           OPEN I-O Period-Balance-File
           IF Period-Balance-File-Not-Found
               OPEN OUTPUT Period-Balance-File
               CLOSE Period-Balance-File
               OPEN I-O Period-Balance-File
           END-IF
           PERFORM Clear-The-Period

           OPEN INPUT Customer-File
           IF Customer-File-Not-Found
               CONTINUE
           ELSE
               OPEN INPUT Order-Line-File
               PERFORM UNTIL Customer-File-Eof
                   READ Customer-File NEXT RECORD
                       AT END
                           SET Customer-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Store-One-Customer
                   END-READ
               END-PERFORM
               CLOSE Order-Line-File
               CLOSE Customer-File
           END-IF

           CLOSE Period-Balance-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Clear-The-Period SECTION.

           MOVE "N" TO Clear-Done-Sw
           MOVE Psn-Period TO Pb-Period
           MOVE LOW-VALUES TO Pb-C-Code
           MOVE 0 TO Pb-Ord-No
           START Period-Balance-File KEY NOT LESS THAN Pb-Key
               INVALID KEY
                   SET Clear-Done TO TRUE
           END-START
           PERFORM UNTIL Clear-Done
               READ Period-Balance-File NEXT RECORD
                   AT END
                       SET Clear-Done TO TRUE
                   NOT AT END
                       IF Pb-Period = Psn-Period
                           DELETE Period-Balance-File RECORD
                       ELSE
                           SET Clear-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Store-One-Customer SECTION.

           MOVE File-C-Code        TO Trm-C-Code
           MOVE File-C-Area        TO Trm-C-Area
           MOVE Default-Terms-Days TO Trm-Default-Days
           CALL Terms-Lookup-Service USING Trm-Check

           MOVE 0 TO Cf-Balance
           MOVE 0 TO Lines-Stored
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE 0 TO Cf-Aged(Bucket-Ind)
           END-PERFORM

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
                              AND Ordl-Ord-Date NOT > Period-End-Date
                               PERFORM Store-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Lines-Stored NOT = 0
               PERFORM Store-Customer-Summary
           END-IF
       .
      *---------------------------------------------------------------*
       Store-One-Line SECTION.

           COMPUTE Outstanding-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           MOVE Ordl-Ord-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Ord-Serial
           COMPUTE Days-Late = Period-End-Serial - Ord-Serial
                             - Trm-Days

      *    A credit (negative) line has no age to chase - it nets
      *    into the not-due column whatever its date.
           EVALUATE TRUE
               WHEN Outstanding-Wrk < 0
                   MOVE 1 TO This-Bucket
               WHEN Days-Late NOT > 0
                   MOVE 1 TO This-Bucket
               WHEN Days-Late NOT > 30
                   MOVE 2 TO This-Bucket
               WHEN Days-Late NOT > 60
                   MOVE 3 TO This-Bucket
               WHEN OTHER
                   MOVE 4 TO This-Bucket
           END-EVALUATE

           ADD Outstanding-Wrk TO Cf-Balance
           ADD Outstanding-Wrk TO Cf-Aged(This-Bucket)

           MOVE SPACES TO Period-Balance-Record
           MOVE Psn-Period               TO Pb-Period
           MOVE File-C-Code              TO Pb-C-Code
           MOVE Ordl-Ord-No              TO Pb-Ord-No
           MOVE File-C-Name              TO Pb-C-Name
           MOVE File-C-Area              TO Pb-C-Area
           MOVE Ordl-Ord-Date            TO Pb-Ord-Date
           MOVE Ordl-Ord-Type            TO Pb-Ord-Type
           MOVE Ordl-Ord-Status          TO Pb-Ord-Status
           MOVE Outstanding-Wrk          TO Pb-Outstanding
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE 0 TO Pb-Aged(Bucket-Ind)
           END-PERFORM
           MOVE Outstanding-Wrk          TO Pb-Aged(This-Bucket)
           MOVE Run-Date                 TO Pb-Taken-Date
           MOVE Psn-Operator-Id          TO Pb-Taken-By
      *    the same order number twice on one customer keeps the
      *    first - the summary still carries both amounts
           WRITE Period-Balance-Record
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO Lines-Stored
       .
      *---------------------------------------------------------------*
       Store-Customer-Summary SECTION.

           MOVE SPACES TO Period-Balance-Record
           MOVE Psn-Period      TO Pb-Period
           MOVE File-C-Code     TO Pb-C-Code
           MOVE 0               TO Pb-Ord-No
           MOVE File-C-Name     TO Pb-C-Name
           MOVE File-C-Area     TO Pb-C-Area
           MOVE 0               TO Pb-Ord-Date
           MOVE Cf-Balance      TO Pb-Outstanding
           PERFORM VARYING Bucket-Ind FROM 1 BY 1 UNTIL Bucket-Ind > 4
               MOVE Cf-Aged(Bucket-Ind) TO Pb-Aged(Bucket-Ind)
           END-PERFORM
           MOVE Run-Date        TO Pb-Taken-Date
           MOVE Psn-Operator-Id TO Pb-Taken-By
           WRITE Period-Balance-Record
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO Psn-Customers
           ADD Cf-Balance TO Psn-Total
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
