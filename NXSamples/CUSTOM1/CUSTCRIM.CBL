      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcrim.

      *---------------------------------------------------------------*
      *    Monthly credit reference agency import.  Reads the
      *    agency's file cragency.dat - one line per registered
      *    company we subscribe for: registration number, the date
      *    the agency reported, its score (0 worst - 100 best), the
      *    credit limit it recommends, the county court judgments
      *    registered in the month with their value, and any
      *    insolvency notice ("W" winding-up petition, "A"
      *    administration, "L" liquidation) - and matches each line
      *    to our customers through the registration numbers keyed
      *    on Cramnt (custcra.ism, see CUSTCRA.CPY).  Every customer
      *    matched gets the result as their latest on custcra.ism
      *    and a month's record on the history custcrah.ism (see
      *    CUSTCRAH.CPY); Custrisk scores from the latest and
      *    Custcrev turns it into a limit proposal.
      *    Reported to custcrim.prt as exceptions, for credit
      *    control the same morning:
      *        - any insolvency notice or county court judgment;
      *        - an agency limit below our File-C-Limit;
      *        - a line that matches none of our customers, or is
      *          short of its number or date or not numeric where
      *          it should be.
      *    Safe to re-run: the same month for the same customer
      *    refreshes its history record, and a line older than the
      *    latest already on file goes to the history only.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): agency lines in, lines stored against
      *    at least one customer out, the rest aside - by count
      *    only, the feed carries no money of ours.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Feed-File ASSIGN "cragency.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Feed-File-Status.

           SELECT Agency-File ASSIGN "custcra.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Cra-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Agency-File-Status.

           SELECT Agency-History-File ASSIGN "custcrah.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Crh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Agency-History-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Report-File ASSIGN "custcrim.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Feed-File.
       01  Feed-Record.
           03  Fee-Reg-No              PIC X(10).
           03  FILLER                  PIC X(1).
           03  Fee-Report-Date         PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Fee-Score               PIC 9(3).
           03  FILLER                  PIC X(1).
           03  Fee-Rec-Limit           PIC 9(7).
           03  FILLER                  PIC X(1).
           03  Fee-Ccj-Count           PIC 9(3).
           03  FILLER                  PIC X(1).
           03  Fee-Ccj-Value           PIC 9(9).
           03  FILLER                  PIC X(1).
           03  Fee-Notice              PIC X.

       FD  Agency-File.
           COPY "CUSTCRA.CPY".

       FD  Agency-History-File.
           COPY "CUSTCRAH.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    sized past the twenty-thousand-customer master, as
      *    Custcrev's scoring table is
       78  Max-Registrations           VALUE 25000.

       77  Feed-File-Status            PIC X(2).
          88  Feed-File-Eof               VALUE "10".
          88  Feed-File-Not-Found         VALUE "35".
       77  Agency-File-Status          PIC X(2).
          88  Agency-File-Eof             VALUE "10".
          88  Agency-File-Not-Found       VALUE "35".
       77  Agency-History-Status       PIC X(2).
          88  Agency-History-Not-Found    VALUE "35".
       77  Customer-File-Status        PIC X(2).

      *    every registered customer, loaded once - one company's
      *    number can stand against several of its branches
       77  Reg-Ind                     PIC 9(5) COMP.
       77  Reg-Count                   PIC 9(5) COMP VALUE 0.
       01  Reg-Truncated-Sw            PIC X(01) VALUE "N".
          88  Reg-Truncated               VALUE "Y".
       01  Registration-Table.
           03  Registration-Entry OCCURS Max-Registrations.
               05  Rg-Reg-No           PIC X(10).
               05  Rg-C-Code           PIC X(5).

       01  Matched-Sw                  PIC X(01).
          88  Line-Matched                VALUE "Y".
       01  Applied-Sw                  PIC X(01).
          88  Line-Applied                VALUE "Y".
       01  Run-Date                    PIC 9(8).

       77  Lines-Read                  PIC 9(6) VALUE 0.
       77  Customers-Updated           PIC 9(6) VALUE 0.
       77  Exception-Count             PIC 9(6) VALUE 0.
       77  Unmatched-Count             PIC 9(6) VALUE 0.
       77  Refused-Count               PIC 9(6) VALUE 0.
       77  Lines-Applied               PIC 9(6) VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(40) VALUE
               "CREDIT AGENCY IMPORT - EXCEPTIONS RUN AT".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Heading-Date            PIC 9(8).
       01  Column-Line.
           03  FILLER                  PIC X(40) VALUE
               "CODE  NAME            REG NO     OUR LIM".
           03  FILLER                  PIC X(40) VALUE
               " AGY LIM SCR CCJ N REASON".
       01  Detail-Line.
           03  Det-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Name                PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Reg-No              PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Our-Limit           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Agy-Limit           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Score               PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Ccj-Count           PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Notice              PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Det-Reason              PIC X(21).

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Import-One-Line UNTIL Feed-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           OPEN INPUT Feed-File
           IF Feed-File-Not-Found
               DISPLAY "CUSTCRIM: NO CRAGENCY.DAT - NOTHING TO IMPORT"
               SET Feed-File-Eof TO TRUE
           ELSE
               OPEN I-O Agency-File
               IF Agency-File-Not-Found
                   OPEN OUTPUT Agency-File
                   CLOSE Agency-File
                   OPEN I-O Agency-File
               END-IF
               OPEN I-O Agency-History-File
               IF Agency-History-Not-Found
                   OPEN OUTPUT Agency-History-File
                   CLOSE Agency-History-File
                   OPEN I-O Agency-History-File
               END-IF
               OPEN INPUT Customer-File
               PERFORM Load-Registrations
               PERFORM Read-Next-Feed-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Registrations SECTION.

           MOVE LOW-VALUES TO Cra-C-Code
           START Agency-File KEY IS NOT LESS THAN Cra-C-Code
               INVALID KEY
                   MOVE "10" TO Agency-File-Status
           END-START
           PERFORM UNTIL Agency-File-Eof
               READ Agency-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Reg-Count < Max-Registrations
                           ADD 1 TO Reg-Count
                           MOVE Cra-Reg-No TO Rg-Reg-No(Reg-Count)
                           MOVE Cra-C-Code TO Rg-C-Code(Reg-Count)
                       ELSE
                           SET Reg-Truncated TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Agency-File-Status
       .
      *---------------------------------------------------------------*
       Import-One-Line SECTION.

           ADD 1 TO Lines-Read
           IF Fee-Reg-No = SPACES
              OR Fee-Report-Date NOT NUMERIC OR Fee-Report-Date = 0
              OR Fee-Score NOT NUMERIC OR Fee-Rec-Limit NOT NUMERIC
              OR Fee-Ccj-Count NOT NUMERIC
              OR Fee-Ccj-Value NOT NUMERIC
               ADD 1 TO Refused-Count
               MOVE "REFUSED - BAD LINE" TO Det-Reason
               PERFORM Report-Feed-Line
           ELSE
               MOVE "N" TO Matched-Sw
               MOVE "N" TO Applied-Sw
               PERFORM VARYING Reg-Ind FROM 1 BY 1
                                  UNTIL Reg-Ind > Reg-Count
                   IF Rg-Reg-No(Reg-Ind) = Fee-Reg-No
                       SET Line-Matched TO TRUE
                       PERFORM Apply-To-Customer
                   END-IF
               END-PERFORM
               IF NOT Line-Matched
                   ADD 1 TO Unmatched-Count
                   MOVE "NOT OUR CUSTOMER" TO Det-Reason
                   PERFORM Report-Feed-Line
               END-IF
               IF Line-Applied
                   ADD 1 TO Lines-Applied
               END-IF
           END-IF
           PERFORM Read-Next-Feed-Line
       .
      *---------------------------------------------------------------*
       Apply-To-Customer SECTION.
      *    A customer gone from cust.ism since the number was keyed
      *    has no limit to judge and is only reported.

           MOVE Rg-C-Code(Reg-Ind) TO File-C-Code
           READ Customer-File
               INVALID KEY
                   ADD 1 TO Exception-Count
                   MOVE "CUSTOMER NOT ON FILE" TO Det-Reason
                   PERFORM Report-Feed-Line
               NOT INVALID KEY
                   PERFORM Store-The-Result
                   PERFORM Judge-The-Result
           END-READ
       .
      *---------------------------------------------------------------*
       Store-The-Result SECTION.

           MOVE File-C-Code     TO Crh-C-Code
           MOVE Fee-Report-Date TO Crh-Report-Date
           MOVE Fee-Reg-No      TO Crh-Reg-No
           MOVE Fee-Score       TO Crh-Score
           MOVE Fee-Rec-Limit   TO Crh-Rec-Limit
           MOVE Fee-Ccj-Count   TO Crh-Ccj-Count
           MOVE Fee-Ccj-Value   TO Crh-Ccj-Value
           MOVE Fee-Notice      TO Crh-Notice
           MOVE File-C-Limit    TO Crh-Limit-Then
           MOVE Run-Date        TO Crh-Imported-On
           WRITE Agency-History-Record
               INVALID KEY
                   REWRITE Agency-History-Record
           END-WRITE

           MOVE File-C-Code TO Cra-C-Code
           READ Agency-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Fee-Report-Date NOT < Cra-Report-Date
                       MOVE Fee-Report-Date TO Cra-Report-Date
                       MOVE Fee-Score       TO Cra-Score
                       MOVE Fee-Rec-Limit   TO Cra-Rec-Limit
                       MOVE Fee-Ccj-Count   TO Cra-Ccj-Count
                       MOVE Fee-Ccj-Value   TO Cra-Ccj-Value
                       MOVE Fee-Notice      TO Cra-Notice
                       REWRITE Agency-Record
                   END-IF
           END-READ
           ADD 1 TO Customers-Updated
           SET Line-Applied TO TRUE
       .
      *---------------------------------------------------------------*
       Judge-The-Result SECTION.
      *    The most serious reason is the one printed - the columns
      *    beside it show the rest.

           MOVE SPACES TO Det-Reason
           EVALUATE TRUE
               WHEN Fee-Notice = "L"
                   MOVE "LIQUIDATION NOTICE" TO Det-Reason
               WHEN Fee-Notice = "A"
                   MOVE "IN ADMINISTRATION" TO Det-Reason
               WHEN Fee-Notice = "W"
                   MOVE "WINDING-UP PETITION" TO Det-Reason
               WHEN Fee-Ccj-Count > 0
                   MOVE "COUNTY COURT JUDGMENT" TO Det-Reason
               WHEN Fee-Rec-Limit < File-C-Limit
                   MOVE "OUR LIMIT OVER AGENCY" TO Det-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Det-Reason NOT = SPACES
               ADD 1 TO Exception-Count
               PERFORM Report-Feed-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Report-Feed-Line SECTION.
      *    Det-Reason is set by the caller; the customer columns are
      *    left blank for a line that reached no customer.

           IF Det-Reason = "REFUSED - BAD LINE"
              OR Det-Reason = "NOT OUR CUSTOMER"
               MOVE SPACES TO Det-C-Code
               MOVE SPACES TO Det-Name
               MOVE 0 TO Det-Our-Limit
           ELSE
               MOVE Rg-C-Code(Reg-Ind) TO Det-C-Code
               IF Det-Reason = "CUSTOMER NOT ON FILE"
                   MOVE SPACES TO Det-Name
                   MOVE 0 TO Det-Our-Limit
               ELSE
                   MOVE File-C-Name  TO Det-Name
                   MOVE File-C-Limit TO Det-Our-Limit
               END-IF
           END-IF
           MOVE Fee-Reg-No    TO Det-Reg-No
           MOVE Fee-Rec-Limit TO Det-Agy-Limit
           MOVE Fee-Score     TO Det-Score
           MOVE Fee-Ccj-Count TO Det-Ccj-Count
           MOVE Fee-Notice    TO Det-Notice
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Read-Next-Feed-Line SECTION.

           READ Feed-File
               AT END
                   SET Feed-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF Reg-Truncated
               DISPLAY "CUSTCRIM: MORE REGISTRATIONS THAN THE TABLE "
                       "HOLDS - SOME CUSTOMERS WERE NOT MATCHED; "
                       "RESIZE AND RERUN"
           END-IF
           DISPLAY "AGENCY LINES READ: " Lines-Read
                   " CUSTOMERS UPDATED: " Customers-Updated
           DISPLAY "EXCEPTIONS: " Exception-Count
                   " NOT MATCHED: " Unmatched-Count
                   " REFUSED: " Refused-Count
                   " - SEE CUSTCRIM.PRT"
           IF NOT Feed-File-Not-Found
               CLOSE Feed-File
               CLOSE Agency-File
               CLOSE Agency-History-File
               CLOSE Customer-File
           END-IF
           CLOSE Report-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    A line is stored against one customer or several, or
      *    against none - refused, not matched, or matched to a
      *    customer since gone - so in = out + aside.

           INITIALIZE Control-Total
           MOVE "CUSTCRIM"    TO Ctl-Job
           MOVE Lines-Read    TO Ctl-Recs-In
           MOVE Lines-Applied TO Ctl-Recs-Out
           COMPUTE Ctl-Recs-Aside = Lines-Read - Lines-Applied
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
