      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custdist.

      *---------------------------------------------------------------*
      *    Report distribution step - run after the reports.  Works
      *    down the distribution table distrib.ism (see DISTRIB.CPY,
      *    kept on the Distmnt console) and for each entry cuts the
      *    named report's part out of the burst copy the report wrote
      *    beside its .prt (custaged.bst and so on - see
      *    RPTBURST.CPY): the heading lines, then every detail line
      *    whose area, manager or assigned user is the entry's break
      *    value.  The whole-company trailer only goes with a "W"
      *    whole-report entry.  A manager the report did not print is
      *    found from the line's area on custarea.ism, so a manager
      *    running two areas gets both in one part.
      *    Each part is written as its own file - the report name,
      *    "-" and a part number, custaged-001.prt - and routed:
      *        P  onto the print spool prtspool.dat for the entry's
      *           printer (see SPOOLREC.CPY - the site despatcher
      *           prints it on that printer's device)
      *        E  onto the email queue emailq.dat for the entry's
      *           address (see EMAILQ.CPY - Custmdsp sends it)
      *    Two recipients of the same part share the one file.  A
      *    part with no detail lines in it today is not sent at all.
      *    Every part, and every break in a report that nobody in
      *    the table receives, is logged to custdist.log - one line
      *    each, led by the run date so Retpurge's "L" kind can trim
      *    it - saying what went where under which job number.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Distrib-File ASSIGN "distrib.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Dst-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Distrib-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Area-File-Status.

           SELECT Burst-File ASSIGN DYNAMIC Burst-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Burst-File-Status.

           SELECT Part-File ASSIGN DYNAMIC Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Spool-File ASSIGN "prtspool.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Spool-File-Status.

           SELECT Email-Queue-File ASSIGN "emailq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Email-Queue-File-Status.

           SELECT Queue-Number-File ASSIGN "emailqno.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Queue-Number-File-Status.

           SELECT Log-File ASSIGN "custdist.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Distrib-File.
           COPY "DISTRIB.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

       FD  Burst-File.
           COPY "RPTBURST.CPY".

       FD  Part-File.
       01  Part-Line                   PIC X(132).

       FD  Spool-File.
           COPY "SPOOLREC.CPY".

       FD  Email-Queue-File.
           COPY "EMAILQ.CPY".

       FD  Queue-Number-File.
       01  Queue-Number-Record.
           03  Eqn-Next-Job-No         PIC 9(6).

       FD  Log-File.
       01  Log-Record.
           03  Log-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Log-Time                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Log-Report              PIC X(8).
           03  FILLER                  PIC X(1).
           03  Log-Basis               PIC X.
           03  FILLER                  PIC X(1).
           03  Log-Break               PIC X(20).
           03  FILLER                  PIC X(1).
           03  Log-Recipient           PIC X(20).
           03  FILLER                  PIC X(1).
           03  Log-Part                PIC X(16).
           03  FILLER                  PIC X(1).
           03  Log-Lines               PIC ZZZZ9.
           03  FILLER                  PIC X(1).
           03  Log-Route               PIC X.
           03  FILLER                  PIC X(1).
           03  Log-Destination         PIC X(50).
           03  FILLER                  PIC X(1).
           03  Log-Job-No              PIC Z(5)9.
           03  FILLER                  PIC X(1).
           03  Log-Outcome             PIC X(20).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Areas                   VALUE 256.
       78  Max-Breaks                  VALUE 500.
       78  Queue-Seed-Number           VALUE 1.

       77  Distrib-File-Status         PIC X(2).
          88  Distrib-File-Eof            VALUE "10".
          88  Distrib-File-Not-Found      VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Eof               VALUE "10".
          88  Area-File-Not-Found         VALUE "35".
       77  Burst-File-Status           PIC X(2).
          88  Burst-File-Eof              VALUE "10".
          88  Burst-File-Not-Found        VALUE "35".
       77  Spool-File-Status           PIC X(2).
          88  Spool-File-Eof              VALUE "10".
          88  Spool-File-Not-Found        VALUE "35".
       77  Email-Queue-File-Status     PIC X(2).
          88  Email-Queue-Not-Found       VALUE "35".
       77  Queue-Number-File-Status    PIC X(2).
          88  Queue-Number-Not-Found      VALUE "35".
       77  Log-File-Status             PIC X(2).
          88  Log-File-Not-Found          VALUE "35".

       01  Burst-File-Name             PIC X(40).
       01  Part-File-Name              PIC X(40).

      *    what became of the entry, for its log line
       01  Entry-Outcome               PIC X(20).
       77  Entry-Job-No                PIC 9(6).

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).

      *    the report and part being worked, so the entries for one
      *    part share its file and one report's breaks are checked
      *    when the table moves on to the next
       01  This-Report                 PIC X(8) VALUE SPACES.
       01  This-Part.
           03  This-Part-Report        PIC X(8).
           03  This-Part-Basis         PIC X.
           03  This-Part-Break         PIC X(20).
       77  Part-Seq                    PIC 9(3).
       77  Part-Detail-Count           PIC 9(5).
       01  Part-Name-Build.
           03  Pnb-Report              PIC X(8).
           03  Pnb-Dash                PIC X(1) VALUE "-".
           03  Pnb-Seq                 PIC 9(3).
           03  Pnb-Type                PIC X(4) VALUE ".prt".
       01  Lower-Report                PIC X(8).

       01  Burst-Missing-Sw            PIC X(01).
          88  Burst-Missing               VALUE "Y".
       01  Take-Line-Sw                PIC X(01).
          88  Take-Line                   VALUE "Y".
       01  Report-Has-Whole-Sw         PIC X(01).
          88  Report-Has-Whole            VALUE "Y".
       01  Report-Bases                PIC X(3).

      *    the area master in core, for a line's manager
       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       01  Area-Table.
           03  At-Entry OCCURS Max-Areas.
               05  At-Code             PIC X.
               05  At-Manager          PIC X(20).
       01  Line-Manager                PIC X(20).

      *    every break one report's detail lines carry, and whether
      *    a part for it has gone to anyone
       77  Break-Ind                   PIC 9(4) COMP.
       77  Break-Count                 PIC 9(4) COMP VALUE 0.
       01  Break-Table.
           03  Bk-Entry OCCURS Max-Breaks.
               05  Bk-Basis            PIC X.
               05  Bk-Break            PIC X(20).
               05  Bk-Sent-Sw          PIC X(01).
                   88  Bk-Sent             VALUE "Y".
       01  Note-Basis                  PIC X.
       01  Note-Break                  PIC X(20).
       01  Break-Found-Sw              PIC X(01).
          88  Break-Found                 VALUE "Y".
       01  Breaks-Collected-Sw         PIC X(01).
          88  Breaks-Collected            VALUE "Y".

       77  Next-Spool-No               PIC 9(6) VALUE 0.
       77  Next-Email-No               PIC 9(6).
       01  Email-Used-Sw               PIC X(01) VALUE "N".
          88  Email-Used                  VALUE "Y".

       77  Parts-Printed               PIC 9(6) VALUE 0.
       77  Parts-Emailed               PIC 9(6) VALUE 0.
       77  Parts-Empty                 PIC 9(6) VALUE 0.
       77  Breaks-Unsent               PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF Distrib-File-Not-Found
               DISPLAY "CUSTDIST: NO DISTRIB.ISM - RUN DISTMNT FIRST"
           ELSE
               PERFORM UNTIL Distrib-File-Eof
                   READ Distrib-File NEXT RECORD
                       AT END
                           SET Distrib-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Distribute-One-Entry
                   END-READ
               END-PERFORM
               PERFORM Finish-One-Report
               CLOSE Distrib-File
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME

           PERFORM Load-Area-Managers
           PERFORM Find-Next-Spool-No

           MOVE Queue-Seed-Number TO Next-Email-No
           OPEN INPUT Queue-Number-File
           IF Queue-Number-Not-Found
               CONTINUE
           ELSE
               READ Queue-Number-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Eqn-Next-Job-No TO Next-Email-No
               END-READ
               CLOSE Queue-Number-File
           END-IF

           OPEN EXTEND Log-File
           IF Log-File-Not-Found
               OPEN OUTPUT Log-File
               CLOSE Log-File
               OPEN EXTEND Log-File
           END-IF

           MOVE SPACES TO This-Part
           OPEN INPUT Distrib-File
       .
      *---------------------------------------------------------------*
       Load-Area-Managers SECTION.

           OPEN INPUT Area-File
           IF Area-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Area-File-Eof OR Area-Count = Max-Areas
                   READ Area-File NEXT RECORD
                       AT END
                           SET Area-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Area-Count
                           MOVE Area-Code    TO At-Code(Area-Count)
                           MOVE Area-Manager TO At-Manager(Area-Count)
                   END-READ
               END-PERFORM
               CLOSE Area-File
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Next-Spool-No SECTION.
      *    The spool is numbered as pushmain numbers it - one past
      *    the highest job on file.

           OPEN INPUT Spool-File
           IF Spool-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Spool-File-Eof
                   READ Spool-File
                       AT END
                           SET Spool-File-Eof TO TRUE
                       NOT AT END
                           IF Spool-Job-No > Next-Spool-No
                               MOVE Spool-Job-No TO Next-Spool-No
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Spool-File
           END-IF
           ADD 1 TO Next-Spool-No
       .
      *---------------------------------------------------------------*
       Distribute-One-Entry SECTION.

           IF Dst-Report NOT = This-Report
               PERFORM Finish-One-Report
               PERFORM Start-One-Report
           END-IF

           IF Burst-Missing
               MOVE 0 TO Part-Detail-Count
               MOVE "NO BURST FILE" TO Entry-Outcome
               PERFORM Write-Entry-Log
           ELSE
               IF Dst-Report NOT = This-Part-Report
                  OR Dst-Basis NOT = This-Part-Basis
                  OR Dst-Break NOT = This-Part-Break
                   PERFORM Cut-One-Part
               END-IF
               EVALUATE TRUE
                   WHEN Part-Detail-Count = 0
                       ADD 1 TO Parts-Empty
                       MOVE "NOTHING TODAY" TO Entry-Outcome
                       PERFORM Write-Entry-Log
                   WHEN Dst-To-Printer
                       PERFORM Queue-For-Printer
                   WHEN Dst-To-Email
                       PERFORM Queue-For-Email
                   WHEN OTHER
                       MOVE "NO ROUTE ON ENTRY" TO Entry-Outcome
                       PERFORM Write-Entry-Log
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Start-One-Report SECTION.
      *    The burst copy is named for the report, in the lower case
      *    the reports write their files in.

           MOVE Dst-Report TO This-Report
           MOVE Dst-Report TO Lower-Report
           INSPECT Lower-Report
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz"
           MOVE SPACES TO Burst-File-Name
           STRING Lower-Report DELIMITED BY SPACE
                  ".bst"       DELIMITED BY SIZE
               INTO Burst-File-Name
           END-STRING

           MOVE 0 TO Part-Seq
           MOVE 0 TO Break-Count
           MOVE "N" TO Breaks-Collected-Sw
           MOVE "N" TO Report-Has-Whole-Sw
           MOVE SPACES TO Report-Bases
           MOVE SPACES TO This-Part

           MOVE "N" TO Burst-Missing-Sw
           OPEN INPUT Burst-File
           IF Burst-File-Not-Found
               SET Burst-Missing TO TRUE
           ELSE
               CLOSE Burst-File
           END-IF
       .
      *---------------------------------------------------------------*
       Cut-One-Part SECTION.
      *    One pass of the burst copy: headings always, the detail
      *    lines of this break, the trailer only for the whole
      *    report.  The first pass for a report also gathers every
      *    break its detail lines carry.

           MOVE Dst-Report TO This-Part-Report
           MOVE Dst-Basis  TO This-Part-Basis
           MOVE Dst-Break  TO This-Part-Break
           EVALUATE Dst-Basis
               WHEN "A"
                   MOVE "A" TO Report-Bases(1:1)
               WHEN "M"
                   MOVE "M" TO Report-Bases(2:1)
               WHEN "U"
                   MOVE "U" TO Report-Bases(3:1)
               WHEN "W"
                   SET Report-Has-Whole TO TRUE
           END-EVALUATE

           ADD 1 TO Part-Seq
           MOVE Lower-Report TO Pnb-Report
           MOVE Part-Seq     TO Pnb-Seq
           MOVE SPACES TO Part-File-Name
           STRING Pnb-Report DELIMITED BY SPACE
                  Pnb-Dash   DELIMITED BY SIZE
                  Pnb-Seq    DELIMITED BY SIZE
                  Pnb-Type   DELIMITED BY SIZE
               INTO Part-File-Name
           END-STRING

           MOVE 0 TO Part-Detail-Count
           OPEN INPUT Burst-File
           OPEN OUTPUT Part-File
           PERFORM UNTIL Burst-File-Eof
               READ Burst-File
                   AT END
                       SET Burst-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Judge-One-Burst-Line
               END-READ
           END-PERFORM
           CLOSE Part-File
           CLOSE Burst-File
           MOVE "00" TO Burst-File-Status
           SET Breaks-Collected TO TRUE
       .
      *---------------------------------------------------------------*
       Judge-One-Burst-Line SECTION.

           MOVE Bst-Manager TO Line-Manager
           IF Line-Manager = SPACES AND Bst-Area NOT = SPACE
               PERFORM VARYING Area-Ind FROM 1 BY 1
                                  UNTIL Area-Ind > Area-Count
                   IF At-Code(Area-Ind) = Bst-Area
                       MOVE At-Manager(Area-Ind) TO Line-Manager
                   END-IF
               END-PERFORM
           END-IF

           IF Bst-Detail AND NOT Breaks-Collected
               PERFORM Collect-Line-Breaks
           END-IF

           MOVE "N" TO Take-Line-Sw
           EVALUATE TRUE
               WHEN Dst-Whole
                   SET Take-Line TO TRUE
               WHEN Bst-Heading
                   SET Take-Line TO TRUE
               WHEN Bst-Trailer
                   CONTINUE
               WHEN Dst-By-Area
                   IF Bst-Area NOT = SPACE
                      AND Bst-Area = Dst-Break
                       SET Take-Line TO TRUE
                   END-IF
               WHEN Dst-By-Manager
                   IF Line-Manager NOT = SPACES
                      AND Line-Manager = Dst-Break
                       SET Take-Line TO TRUE
                   END-IF
               WHEN Dst-By-Assigned
                   IF Bst-Assigned NOT = SPACES
                      AND Bst-Assigned = Dst-Break
                       SET Take-Line TO TRUE
                   END-IF
           END-EVALUATE

           IF Take-Line
               IF Bst-Detail
                   ADD 1 TO Part-Detail-Count
               END-IF
               MOVE Bst-Text TO Part-Line
               WRITE Part-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Collect-Line-Breaks SECTION.

           IF Bst-Area NOT = SPACE
               MOVE "A" TO Note-Basis
               MOVE Bst-Area TO Note-Break
               PERFORM Note-One-Break
           END-IF
           IF Line-Manager NOT = SPACES
               MOVE "M" TO Note-Basis
               MOVE Line-Manager TO Note-Break
               PERFORM Note-One-Break
           END-IF
           IF Bst-Assigned NOT = SPACES
               MOVE "U" TO Note-Basis
               MOVE Bst-Assigned TO Note-Break
               PERFORM Note-One-Break
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Break SECTION.

           MOVE "N" TO Break-Found-Sw
           PERFORM VARYING Break-Ind FROM 1 BY 1
                              UNTIL Break-Ind > Break-Count
                                    OR Break-Found
               IF Bk-Basis(Break-Ind) = Note-Basis
                  AND Bk-Break(Break-Ind) = Note-Break
                   SET Break-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT Break-Found AND Break-Count < Max-Breaks
               ADD 1 TO Break-Count
               MOVE Note-Basis TO Bk-Basis(Break-Count)
               MOVE Note-Break TO Bk-Break(Break-Count)
               MOVE "N" TO Bk-Sent-Sw(Break-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Mark-Break-Sent SECTION.

           PERFORM VARYING Break-Ind FROM 1 BY 1
                              UNTIL Break-Ind > Break-Count
               IF Bk-Basis(Break-Ind) = Dst-Basis
                  AND Bk-Break(Break-Ind) = Dst-Break
                   SET Bk-Sent(Break-Ind) TO TRUE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Queue-For-Printer SECTION.

           OPEN EXTEND Spool-File
           IF Spool-File-Not-Found
               OPEN OUTPUT Spool-File
               CLOSE Spool-File
               OPEN EXTEND Spool-File
           END-IF
           INITIALIZE Spool-Record
           MOVE Next-Spool-No TO Spool-Job-No
           MOVE "W" TO Spool-Status
           ACCEPT Spool-Date FROM DATE YYYYMMDD
           ACCEPT Spool-Time FROM TIME
           MOVE "CUSTDIST" TO Spool-Operator
           MOVE Part-File-Name TO Spool-Document
           MOVE 0 TO Spool-Tries
           MOVE Dst-Printer TO Spool-Printer
           WRITE Spool-Record
           CLOSE Spool-File
           MOVE "00" TO Spool-File-Status

           MOVE Next-Spool-No TO Entry-Job-No
           ADD 1 TO Next-Spool-No
           ADD 1 TO Parts-Printed
           PERFORM Mark-Break-Sent
           MOVE "SPOOLED" TO Entry-Outcome
           PERFORM Write-Entry-Log
       .
      *---------------------------------------------------------------*
       Queue-For-Email SECTION.

           OPEN EXTEND Email-Queue-File
           IF Email-Queue-Not-Found
               OPEN OUTPUT Email-Queue-File
               CLOSE Email-Queue-File
               OPEN EXTEND Email-Queue-File
           END-IF
           INITIALIZE Email-Queue-Record
           MOVE Next-Email-No TO Emq-Job-No
           MOVE "W" TO Emq-Status
           ACCEPT Emq-Date FROM DATE YYYYMMDD
           ACCEPT Emq-Time FROM TIME
           MOVE SPACES TO Emq-C-Code
           MOVE Part-File-Name TO Emq-Document
           MOVE Dst-Email TO Emq-Address
           MOVE 0 TO Emq-Tries
           WRITE Email-Queue-Record
           CLOSE Email-Queue-File
           MOVE "00" TO Email-Queue-File-Status

           MOVE Next-Email-No TO Entry-Job-No
           ADD 1 TO Next-Email-No
           SET Email-Used TO TRUE
           ADD 1 TO Parts-Emailed
           PERFORM Mark-Break-Sent
           MOVE "EMAIL QUEUED" TO Entry-Outcome
           PERFORM Write-Entry-Log
       .
      *---------------------------------------------------------------*
       Write-Entry-Log SECTION.
      *    Entry-Outcome and, when the part was queued, Entry-Job-No
      *    are set by the caller.

           MOVE SPACES TO Log-Record
           MOVE Run-Date            TO Log-Date
           MOVE Run-Time(1:6)       TO Log-Time
           MOVE Dst-Report          TO Log-Report
           MOVE Dst-Basis           TO Log-Basis
           MOVE Dst-Break           TO Log-Break
           MOVE Dst-Recipient       TO Log-Recipient
           IF NOT Burst-Missing
               MOVE Part-File-Name  TO Log-Part
           END-IF
           MOVE Part-Detail-Count   TO Log-Lines
           MOVE Dst-Route           TO Log-Route
           IF Dst-To-Printer
               MOVE Dst-Printer     TO Log-Destination
           ELSE
               MOVE Dst-Email       TO Log-Destination
           END-IF
           IF Entry-Outcome = "SPOOLED"
              OR Entry-Outcome = "EMAIL QUEUED"
               MOVE Entry-Job-No    TO Log-Job-No
           ELSE
               MOVE 0               TO Log-Job-No
           END-IF
           MOVE Entry-Outcome       TO Log-Outcome
           WRITE Log-Record
       .
      *---------------------------------------------------------------*
       Finish-One-Report SECTION.
      *    Any break of the report that was split one way but went
      *    to nobody is logged, so a new area or a new assignee
      *    shows up before their pages are missed.  A report some
      *    entry takes whole has reached somebody in full.

           IF This-Report NOT = SPACES
              AND NOT Burst-Missing
              AND NOT Report-Has-Whole
               PERFORM VARYING Break-Ind FROM 1 BY 1
                                  UNTIL Break-Ind > Break-Count
                   IF NOT Bk-Sent(Break-Ind)
                       MOVE Bk-Basis(Break-Ind) TO Note-Basis
                       EVALUATE Note-Basis
                           WHEN "A"
                               IF Report-Bases(1:1) = "A"
                                   PERFORM Log-Unsent-Break
                               END-IF
                           WHEN "M"
                               IF Report-Bases(2:1) = "M"
                                   PERFORM Log-Unsent-Break
                               END-IF
                           WHEN "U"
                               IF Report-Bases(3:1) = "U"
                                   PERFORM Log-Unsent-Break
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Log-Unsent-Break SECTION.

           ADD 1 TO Breaks-Unsent
           MOVE SPACES TO Log-Record
           MOVE Run-Date            TO Log-Date
           MOVE Run-Time(1:6)       TO Log-Time
           MOVE This-Report         TO Log-Report
           MOVE Bk-Basis(Break-Ind) TO Log-Basis
           MOVE Bk-Break(Break-Ind) TO Log-Break
           MOVE "NOBODY"            TO Log-Recipient
           MOVE 0                   TO Log-Lines
           MOVE 0                   TO Log-Job-No
           MOVE "NO RECIPIENT"      TO Log-Outcome
           WRITE Log-Record
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           IF Email-Used
               OPEN OUTPUT Queue-Number-File
               MOVE Next-Email-No TO Eqn-Next-Job-No
               WRITE Queue-Number-Record
               CLOSE Queue-Number-File
           END-IF
           CLOSE Log-File

           DISPLAY "PARTS SPOOLED: " Parts-Printed
                   " EMAILED: " Parts-Emailed
                   " EMPTY: " Parts-Empty
           IF Breaks-Unsent NOT = 0
               DISPLAY "BREAKS WITH NO RECIPIENT: " Breaks-Unsent
                       " - SEE CUSTDIST.LOG"
           END-IF
           GOBACK
       .

      *****************************************************************
