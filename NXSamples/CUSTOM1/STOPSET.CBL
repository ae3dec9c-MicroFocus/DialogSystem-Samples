      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stopset.

      *---------------------------------------------------------------*
      *    Shared account stop service - see STOPSET.CPY for the
      *    interface.  Custrisk calls it for every customer graded
      *    "E", Custdun for every final demand it prints, and the
      *    Custstop console for a supervisor's own stop or release.
      *    The customer's custstop.ism record (see CUSTSTOP.CPY) is
      *    set or released and the event appended to custstop.log
      *    (see CUSTSTPL.CPY) for the daily on/off report.  Both
      *    files are opened and closed again on every call, the
      *    same discipline the checkpoint service keeps - stops are
      *    few and far between, and the console reading custstop.ism
      *    alongside must never find it held open.
      *    A stop that already stands is left as it is (the first
      *    cause is the one that matters), and an automatic stop
      *    does not undo a supervisor's release unless the caller
      *    flags the trigger as a fresh event.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stop-File ASSIGN "custstop.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stop-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Stop-File-Status.

           SELECT Stop-Log-File ASSIGN "custstop.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Stop-Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Stop-File.
           COPY "CUSTSTOP.CPY".

       FD  Stop-Log-File.
           COPY "CUSTSTPL.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Stop-File-Status            PIC X(2).
          88  Stop-File-Ok                VALUE "00".
          88  Stop-File-Not-Found         VALUE "35".
       77  Stop-Log-File-Status        PIC X(2).
          88  Stop-Log-File-Not-Found     VALUE "35".

       01  Stop-On-File-Sw             PIC X(01).
          88  Stop-On-File                VALUE "Y".

       01  Log-Event                   PIC X(3).

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).

       LINKAGE SECTION.
           COPY "STOPSET.CPY".

       PROCEDURE DIVISION USING Stp-Request.
       Controlling SECTION.

           SET Stp-Unchanged TO TRUE
           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME

           OPEN I-O Stop-File
           IF Stop-File-Not-Found
               OPEN OUTPUT Stop-File
               CLOSE Stop-File
               OPEN I-O Stop-File
           END-IF

           MOVE "N" TO Stop-On-File-Sw
           MOVE Stp-C-Code TO Stop-C-Code
           READ Stop-File
               INVALID KEY
                   INITIALIZE Stop-Record
                   MOVE Stp-C-Code TO Stop-C-Code
               NOT INVALID KEY
                   SET Stop-On-File TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN Stp-Action-Stop
                   PERFORM Poss-Set-Stop
               WHEN Stp-Action-Release
                   PERFORM Poss-Release-Stop
           END-EVALUATE

           CLOSE Stop-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Poss-Set-Stop SECTION.
      *    Already on stop - nothing to do.  Released by a supervisor
      *    - only a fresh trigger (or another supervisor's manual
      *    stop) puts them back.

           EVALUATE TRUE
               WHEN Stop-On-File AND Stop-On-Stop
                   CONTINUE
               WHEN Stop-On-File AND Stop-Released
                    AND NOT Stp-Cause-Manual
                    AND Stp-New-Event NOT = "Y"
                   CONTINUE
               WHEN OTHER
                   SET Stop-On-Stop TO TRUE
                   MOVE Stp-Cause       TO Stop-Cause
                   MOVE Run-Date        TO Stop-Set-Date
                   MOVE Stp-Operator-Id TO Stop-Set-By
                   PERFORM Put-Stop-Record
                   MOVE "ON " TO Log-Event
                   PERFORM Write-Stop-Log
                   SET Stp-Changed TO TRUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Poss-Release-Stop SECTION.

           IF Stop-On-File AND Stop-On-Stop
               SET Stop-Released TO TRUE
               MOVE Run-Date        TO Stop-Released-Date
               MOVE Stp-Operator-Id TO Stop-Released-By
               MOVE Stp-Reason      TO Stop-Release-Reason
               PERFORM Put-Stop-Record
               MOVE "OFF" TO Log-Event
               PERFORM Write-Stop-Log
               SET Stp-Changed TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Put-Stop-Record SECTION.

           IF Stop-On-File
               REWRITE Stop-Record
           ELSE
               WRITE Stop-Record
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Stop-Log SECTION.

           OPEN EXTEND Stop-Log-File
           IF Stop-Log-File-Not-Found
               OPEN OUTPUT Stop-Log-File
               CLOSE Stop-Log-File
               OPEN EXTEND Stop-Log-File
           END-IF
           MOVE SPACES          TO Stop-Log-Record
           MOVE Run-Date        TO Stl-Date
           MOVE Run-Time        TO Stl-Time
           MOVE Stp-C-Code      TO Stl-C-Code
           MOVE Log-Event       TO Stl-Event
           MOVE Stop-Cause      TO Stl-Cause
           MOVE Stp-Operator-Id TO Stl-Operator-Id
           MOVE Stp-Reason      TO Stl-Reason
           WRITE Stop-Log-Record
           CLOSE Stop-Log-File
       .

      *****************************************************************
