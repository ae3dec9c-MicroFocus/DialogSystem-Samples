       PROGRAM-ID. Custasal.

      *---------------------------------------------------------------*
      *    Area sales analysis.  One pass over cust.ism and its
      *    order lines on custord.ism accumulating
      *    order value, payments and outstanding balance per
      *    File-C-Area, then one report line per area to custasal.prt
      *    with the area's description and region manager from the
      *    custarea.ism master (areas not on the master - the stray
      *    letters the validation now stops at source - are reported
      *    as NOT ON AREA MASTER so they can be cleaned up).
      *    Every line also goes to the burst copy custasal.bst (see
      *    RPTBURST.CPY) tagged with its area and manager, so the
      *    distribution step Custdist can send each manager just
      *    their own areas' lines.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           SELECT Report-File ASSIGN "custasal.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Burst-File ASSIGN "custasal.bst"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    the Custxtrt one-pass snapshot - read instead of the
      *    master when the chain runs with USEXTRACT=Y
           SELECT Extract-File ASSIGN "custxtrt.dat"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Extract-File-Status.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-Name
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

       FD  Report-File.
       01  Report-Line                 PIC X(110).

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
       01  Area-Master-Open-Sw         PIC X(01) VALUE "N".
          88  Area-Master-Open            VALUE "Y".

       77  Area-Ind                    PIC 9(4) COMP.
       77  Area-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Area-Ind               PIC 9(4) COMP.
               05  Tot-Pay-Val         PIC S9(11)V99 COMP.
               05  Tot-Balance         PIC S9(11)V99 COMP.

      *    what the line being printed belongs to, for the burst
      *    copy - see RPTBURST.CPY
       01  Burst-Tags.
           03  Tag-Kind                PIC X.
           03  Tag-Area                PIC X.
           03  Tag-Manager             PIC X(20).
           03  Tag-Assigned            PIC X(8).

       01  Heading-Line.
           03  FILLER                  PIC X(29) VALUE
               "AREA SALES ANALYSIS - RUN AT ".

           PERFORM Open-Customer-Input
           OPEN OUTPUT Report-File
           OPEN OUTPUT Burst-File
           MOVE SPACES TO Burst-Tags
           MOVE "H" TO Tag-Kind

           OPEN INPUT Area-File
           IF Area-File-Not-Found

           ACCEPT Heading-Date FROM DATE YYYYMMDD
           MOVE Heading-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE Column-Line TO Report-Line
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

           PERFORM Find-Totals-Slot

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
                           ADD Ordl-Ord-Val TO
                                              Tot-Ord-Val(This-Area-Ind)
                           ADD Ordl-Pay-Val TO
                                              Tot-Pay-Val(This-Area-Ind)
                           COMPUTE Tot-Balance(This-Area-Ind) =
                               Tot-Balance(This-Area-Ind)
                               + Ordl-Ord-Val
                               - Ordl-Pay-Val
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Read-Next-Customer
               MOVE Tot-Pay-Val(Area-Ind)   TO Detail-Pay-Val
               MOVE Tot-Balance(Area-Ind)   TO Detail-Balance
               MOVE Detail-Line TO Report-Line
               MOVE "D" TO Tag-Kind
               MOVE Tot-Area-Code(Area-Ind) TO Tag-Area
               MOVE Detail-Manager TO Tag-Manager
               PERFORM Write-Report-Line
           END-PERFORM
       .
      *---------------------------------------------------------------*
           ELSE
               CLOSE Customer-File
           END-IF
           CLOSE Order-Line-File
           CLOSE Report-File
           CLOSE Burst-File
           IF Area-Master-Open
               CLOSE Area-File
           END-IF
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

      *****************************************************************
