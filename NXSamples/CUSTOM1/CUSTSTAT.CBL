       PROGRAM-ID. Custstat.

      *---------------------------------------------------------------*
      *    Order status worklist.  Sweeps cust.ism and its order
      *    lines on custord.ism and reports, to
      *    custstat.prt, every order line that has been sitting in
      *    its current Ordl-Ord-Status for longer than that status is
      *    allowed - the age being measured from Ordl-Ord-Date, the
      *    only date carried on the line.  The allowance per status
      *    comes from the parameter file statparm.dat (one line per
      *    status: code, space, days); statuses without a parameter
      *    line are never reported, and "F" (paid) and "D" (disputed)
      *    lines are only reported if a parameter row asks for them.
      *    Ages are in true calendar days, as the aged debt report
      *    ages (see DATECALC.CBL).
      *    Every line also goes to the burst copy custstat.bst (see
      *    RPTBURST.CPY) tagged with the customer's File-C-Area, so
      *    the distribution step Custdist can hand each area or
      *    manager just their own customers' lines.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Param-File ASSIGN "statparm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Param-File-Status.
           SELECT Report-File ASSIGN "custstat.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Burst-File ASSIGN "custstat.bst"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    the Custxtrt one-pass snapshot - read instead of the
      *    master when the chain runs with USEXTRACT=Y
           SELECT Extract-File ASSIGN "custxtrt.dat"
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Param-File.
       01  Param-Record.
           03  Prm-Status              PIC X.
       FD  Report-File.
       01  Report-Line                 PIC X(90).

       FD  Burst-File.
           COPY "RPTBURST.CPY".

       FD  Extract-File.
       01  Extract-Image               PIC X(650).


       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
      *    the live order lines, or the night's custxord.ism snapshot
      *    of them when the customers come off the extract
       01  Order-Line-Name             PIC X(40) VALUE "custord.ism".
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Extract-File-Status         PIC X(2).
          88  Extract-File-Eof            VALUE "10".
          88  Param-File-Eof              VALUE "10".
          88  Param-File-Not-Found        VALUE "35".

       77  Param-Ind                   PIC 9(4) COMP.
       77  Param-Count                 PIC 9(2) COMP VALUE 0.
       77  This-Param-Ind              PIC 9(2) COMP.
               05  Par-Max-Days        PIC 9(4) COMP.

       01  Run-Date                    PIC 9(8).

      *    what the line being printed belongs to, for the burst
      *    copy - see RPTBURST.CPY
       01  Burst-Tags.
           03  Tag-Kind                PIC X.
           03  Tag-Area                PIC X.
           03  Tag-Manager             PIC X(20).
           03  Tag-Assigned            PIC X(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Ord-Serial                  PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
           03  Detail-Max              PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE ")".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           PERFORM Load-Status-Parameters

           PERFORM Open-Customer-Input
           OPEN OUTPUT Report-File
           OPEN OUTPUT Burst-File
           MOVE SPACES TO Burst-Tags
           MOVE "H" TO Tag-Kind
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM Write-Report-Line

           PERFORM Read-Next-Customer
       .
                   DISPLAY "NO CUSTXTRT.DAT - READING THE MASTER"
               ELSE
                   SET Extract-Mode TO TRUE
                   MOVE "custxord.ism" TO Order-Line-Name
               END-IF
           END-IF
           IF NOT Extract-Mode
               OPEN INPUT Customer-File
           END-IF
           OPEN INPUT Order-Line-File
       .
      *---------------------------------------------------------------*
       Read-Next-Customer SECTION.
      *---------------------------------------------------------------*
       Check-One-Customer SECTION.

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

           PERFORM Read-Next-Customer
           PERFORM VARYING Param-Ind FROM 1 BY 1
                              UNTIL Param-Ind > Param-Count
                                    OR This-Param-Ind NOT = 0
               IF Par-Status(Param-Ind) = Ordl-Ord-Status
                  OR (Par-Status(Param-Ind) = "O"
                      AND Ordl-Ord-Status = SPACE)
                   MOVE Param-Ind TO This-Param-Ind
               END-IF
           END-PERFORM

           IF This-Param-Ind NOT = 0
               MOVE Ordl-Ord-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Ord-Serial
               COMPUTE Age-Days = Run-Serial - Ord-Serial
               IF Age-Days > Par-Max-Days(This-Param-Ind)
                   ADD 1 TO Overdue-Count
                   MOVE File-C-Code TO Detail-C-Code
                   MOVE Ordl-Ord-No TO Detail-Ord-No
                   IF Ordl-Ord-Status = SPACE
                       MOVE "O" TO Detail-Status
                   ELSE
                       MOVE Ordl-Ord-Status
                                                 TO Detail-Status
                   END-IF
                   MOVE Ordl-Ord-Date TO Detail-Ord-Date
                   MOVE Age-Days TO Detail-Age
                   MOVE Par-Max-Days(This-Param-Ind) TO Detail-Max
                   MOVE Detail-Line TO Report-Line
                   MOVE "D" TO Tag-Kind
                   MOVE File-C-Area TO Tag-Area
                   PERFORM Write-Report-Line
               END-IF
           END-IF
       .
           ELSE
               CLOSE Customer-File
           END-IF
           CLOSE Order-Line-File
           CLOSE Report-File
           CLOSE Burst-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Report-Line SECTION.
      *    Each printed line, and its copy tagged for bursting.

           WRITE Report-Line
           MOVE Tag-Kind     TO Bst-Kind
           MOVE Tag-Area     TO Bst-Area
           MOVE Tag-Manager  TO Bst-Manager
           MOVE Tag-Assigned TO Bst-Assigned
           MOVE Report-Line  TO Bst-Text
           WRITE Burst-Record
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
