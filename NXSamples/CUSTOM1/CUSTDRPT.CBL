      *---------------------------------------------------------------*
      *    Open-disputes aging report.  Reads custdisp.dat and lists
      *    every case still open to custdrpt.prt with its age in
      *    true calendar days (see DATECALC.CBL), flagging cases
      *    past their target date and cases open more than 90 days
      *    - so nothing sits disputed for a year again.  Same simple
      *    companion-batch shape as the notes follow-up report.
      *    Every line also goes to the burst copy custdrpt.bst (see
      *    RPTBURST.CPY) tagged with the case's Dis-Assigned, so the
      *    distribution step Custdist can hand each person just the
      *    cases they are working.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           SELECT Report-File ASSIGN "custdrpt.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Burst-File ASSIGN "custdrpt.bst"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Report-File.
       01  Report-Line                 PIC X(90).

       FD  Burst-File.
           COPY "RPTBURST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Late-Count                  PIC 9(6) VALUE 0.

       01  Run-Date                    PIC 9(8).

      *    what the line being printed belongs to, for the burst
      *    copy - see RPTBURST.CPY
       01  Burst-Tags.
           03  Tag-Kind                PIC X.
           03  Tag-Area                PIC X.
           03  Tag-Manager             PIC X(20).
           03  Tag-Assigned            PIC X(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Opn-Serial                  PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
               "  LATE OR AGED:  ".
           03  Cnt-Late                PIC ZZZZZ9.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           OPEN OUTPUT Report-File
           OPEN OUTPUT Burst-File
           MOVE SPACES TO Burst-Tags
           MOVE "H" TO Tag-Kind
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           PERFORM Write-Report-Line
           MOVE Column-Line TO Report-Line
           PERFORM Write-Report-Line

           OPEN INPUT Dispute-File
           IF Dispute-File-Not-Found

           IF Dis-Status = "O"
               ADD 1 TO Open-Count
               MOVE Dis-Opened TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Opn-Serial
               COMPUTE Age-Days = Run-Serial - Opn-Serial

               MOVE SPACES TO Det-Flag
               MOVE Dis-Assigned TO Det-Assigned
               MOVE Dis-Target   TO Det-Target
               MOVE Detail-Line TO Report-Line
               MOVE "D" TO Tag-Kind
               MOVE Dis-Assigned TO Tag-Assigned
               PERFORM Write-Report-Line
           END-IF

           PERFORM Read-Next-Case
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Burst-Tags
           MOVE "T" TO Tag-Kind
           MOVE SPACES TO Report-Line
           PERFORM Write-Report-Line
           MOVE Open-Count TO Cnt-Open
           MOVE Late-Count TO Cnt-Late
           MOVE Count-Line TO Report-Line
           PERFORM Write-Report-Line

           DISPLAY "OPEN DISPUTES: " Open-Count
           IF NOT Dispute-File-Not-Found
               CLOSE Dispute-File
           END-IF
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
