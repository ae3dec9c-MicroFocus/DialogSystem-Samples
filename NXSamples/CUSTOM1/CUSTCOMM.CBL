      *---------------------------------------------------------------*
      *    Monthly area-manager commission run - the spreadsheet
      *    retired.  The month's new order lines on cust.ism
      *    (Ordl-Ord-Date in the period, ordinary "O"/space type
      *    only; "C" credit notes claw commission back as negative
      *    lines; interest lines earn nobody anything) are priced at
      *    their area's percentage from the commission rate file
      *    summary record per manager to compay.dat.
      *    The period is the COMMMONTH environment variable (CCYYMM)
      *    or, unset, the month the run starts in.
      *    Every statement line also goes to the burst copy
      *    custcomm.bst (see RPTBURST.CPY) tagged with its manager,
      *    so the distribution step Custdist can send each manager
      *    their own statement; a table-full warning is a heading
      *    and leads every one of them.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY) for the payroll hand-off: priced lines in
      *    at their commission, lines carried onto compay.dat out at
      *    what was paid, and the lines that reached no manager - an
      *    area nobody manages, or past the full table - aside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           SELECT Statement-File ASSIGN "custcomm.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Burst-File ASSIGN "custcomm.bst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Payroll-File ASSIGN "compay.dat"
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

       FD  Area-File.
           COPY "CUSTAREA.CPY".

       FD  Statement-File.
       01  Statement-Line              PIC X(90).

       FD  Burst-File.
           COPY "RPTBURST.CPY".

       FD  Payroll-File.
       01  Payroll-Record.
           03  Pay-Manager             PIC X(20).

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Eof               VALUE "10".
          88  Area-File-Not-Found         VALUE "35".
          88  Rate-File-Eof               VALUE "10".
          88  Rate-File-Not-Found         VALUE "35".

       77  Rate-Ind                    PIC 9(4) COMP.
       77  Rate-Count                  PIC 9(4) COMP VALUE 0.
       77  Line-Ind                    PIC 9(5) COMP.
       77  Mgr-Count                   PIC 9(4) COMP VALUE 0.
       77  This-Mgr-Ind                PIC 9(4) COMP.
       77  Area-Scan                   PIC 9(4) COMP.
       77  Priced-Count                PIC 9(7) VALUE 0.
       77  Paid-Line-Count             PIC 9(7) VALUE 0.
       77  Priced-Value                PIC S9(11)V99 COMP VALUE 0.
       77  Paid-Value                  PIC S9(11)V99 COMP VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Rate-Table.
           03  Rt-Entry OCCURS Max-Rate-Areas.
       77  This-Rate                   PIC 9(2)V99.
       77  Commission-Wrk              PIC S9(7)V99 COMP.

      *    what the line being printed belongs to, for the burst
      *    copy - see RPTBURST.CPY
       01  Burst-Tags.
           03  Tag-Kind                PIC X.
           03  Tag-Area                PIC X.
           03  Tag-Manager             PIC X(20).
           03  Tag-Assigned            PIC X(8).

       01  Page-Rule-Line              PIC X(72) VALUE ALL "=".

       01  Heading-Line.
           END-IF

           OPEN OUTPUT Statement-File
           OPEN OUTPUT Burst-File
           MOVE SPACES TO Burst-Tags
           MOVE "H" TO Tag-Kind
           OPEN OUTPUT Payroll-File
       .
      *---------------------------------------------------------------*
       Gather-Commission-Lines SECTION.

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
                   AT END
               END-READ
           END-PERFORM
           CLOSE Customer-File
           CLOSE Order-Line-File
       .
      *---------------------------------------------------------------*
       Gather-One-Customer SECTION.

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
                           IF Ordl-Ord-Type = SPACE
                              OR Ordl-Ord-Type = "O"
                              OR Ordl-Ord-Type = "C"
                               COMPUTE Line-Period = Ordl-Ord-Date / 100
                               IF Line-Period = Comm-Period
                                   PERFORM Price-One-Line
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
               END-IF
           END-PERFORM

           IF This-Rate NOT = 0
               COMPUTE Commission-Wrk ROUNDED =
                   Ordl-Ord-Val * This-Rate / 100
               ADD 1 TO Priced-Count
               ADD Commission-Wrk TO Priced-Value
           END-IF
           IF This-Rate NOT = 0 AND Line-Count = Max-Comm-Lines
               SET Lines-Truncated TO TRUE
           END-IF
           IF This-Rate NOT = 0 AND Line-Count < Max-Comm-Lines
               ADD 1 TO Line-Count
               MOVE File-C-Area TO Cl-Area(Line-Count)
               MOVE File-C-Code TO Cl-C-Code(Line-Count)
               MOVE Ordl-Ord-No TO Cl-Ord-No(Line-Count)
               MOVE Ordl-Ord-Date TO Cl-Ord-Date(Line-Count)
               MOVE Ordl-Ord-Val TO Cl-Ord-Val(Line-Count)
               MOVE Commission-Wrk TO Cl-Commission(Line-Count)
           END-IF
       .
           IF Lines-Truncated
               MOVE "** LINE TABLE FULL - STATEMENTS AND PAYROLL "
                                                TO Statement-Line
               PERFORM Write-Statement-Line
               MOVE "** ARE INCOMPLETE; RESIZE AND RERUN"
                                                TO Statement-Line
               PERFORM Write-Statement-Line
           END-IF
           PERFORM VARYING Mgr-Ind FROM 1 BY 1
                              UNTIL Mgr-Ind > Mgr-Count
      *---------------------------------------------------------------*
       Print-One-Statement SECTION.

           MOVE "D" TO Tag-Kind
           MOVE Mg-Manager(Mgr-Ind) TO Tag-Manager
           MOVE Page-Rule-Line TO Statement-Line
           PERFORM Write-Statement-Line
           MOVE Mg-Manager(Mgr-Ind) TO Heading-Manager
           MOVE Comm-Period TO Heading-Period
           MOVE Heading-Line TO Statement-Line
           PERFORM Write-Statement-Line
           MOVE Column-Line TO Statement-Line
           PERFORM Write-Statement-Line

           MOVE 0 TO Mg-Total(Mgr-Ind)
           PERFORM VARYING Line-Ind FROM 1 BY 1
           END-PERFORM

           MOVE SPACES TO Statement-Line
           PERFORM Write-Statement-Line
           MOVE Mg-Total(Mgr-Ind) TO Tot-Commission
           MOVE Total-Line TO Statement-Line
           PERFORM Write-Statement-Line
           MOVE SPACES TO Statement-Line
           PERFORM Write-Statement-Line

           INITIALIZE Payroll-Record
           MOVE Mg-Manager(Mgr-Ind) TO Pay-Manager
           MOVE Comm-Period         TO Pay-Period
           MOVE Mg-Total(Mgr-Ind)   TO Pay-Commission
           WRITE Payroll-Record
           ADD Mg-Total(Mgr-Ind) TO Paid-Value
       .
      *---------------------------------------------------------------*
       Poss-Print-This-Line SECTION.
                  AND Mg-Areas(Mgr-Ind)(Area-Scan:1) =
                                               Cl-Area(Line-Ind)
                   ADD Cl-Commission(Line-Ind) TO Mg-Total(Mgr-Ind)
                   ADD 1 TO Paid-Line-Count
                   MOVE Cl-Area(Line-Ind)       TO Det-Area
                   MOVE Cl-C-Code(Line-Ind)     TO Det-C-Code
                   MOVE Cl-Ord-No(Line-Ind)     TO Det-Ord-No
                   MOVE Cl-Ord-Val(Line-Ind)    TO Det-Ord-Val
                   MOVE Cl-Commission(Line-Ind) TO Det-Commission
                   MOVE Detail-Line TO Statement-Line
                   MOVE Cl-Area(Line-Ind) TO Tag-Area
                   PERFORM Write-Statement-Line
                   MOVE SPACE TO Tag-Area
                   MOVE 9 TO Area-Scan
               END-IF
           END-PERFORM
           DISPLAY "COMMISSION STATEMENTS: " Mgr-Count
                   " PRICED LINES: " Line-Count
           CLOSE Statement-File
           CLOSE Burst-File
           CLOSE Payroll-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    A priced line is paid to one manager at most - the area
      *    scan stops at the first match - so in = out + aside.

           INITIALIZE Control-Total
           MOVE "CUSTCOMM"      TO Ctl-Job
           MOVE Priced-Count    TO Ctl-Recs-In
           MOVE Priced-Value    TO Ctl-Value-In
           MOVE Paid-Line-Count TO Ctl-Recs-Out
           MOVE Paid-Value      TO Ctl-Value-Out
           COMPUTE Ctl-Recs-Aside = Priced-Count - Paid-Line-Count
           COMPUTE Ctl-Value-Aside = Priced-Value - Paid-Value
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       Write-Statement-Line SECTION.
      *    Each printed line, and its copy tagged for bursting.

           WRITE Statement-Line
           MOVE Tag-Kind       TO Bst-Kind
           MOVE Tag-Area       TO Bst-Area
           MOVE Tag-Manager    TO Bst-Manager
           MOVE Tag-Assigned   TO Bst-Assigned
           MOVE Statement-Line TO Bst-Text
           WRITE Burst-Record
       .

      *****************************************************************
