      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ctltot.

      *---------------------------------------------------------------*
      *    Shared control-total writer - see CTLTOT.CPY for the
      *    interface.  Appends the job's control record to
      *    ctltot.dat, the file the Custcbal balancing step reads at
      *    the end of the window, stamped with today's date and the
      *    time it was written.  Opened and closed on every call, as
      *    the audit log service does, so a job that falls over
      *    later has still left its totals behind.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Control-File ASSIGN DYNAMIC Control-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Control-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Control-File.
       01  Control-Line                PIC X(96).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Control-File-Status         PIC X(2).
          88  Control-File-Not-Found      VALUE "35".

       01  Control-File-Path           PIC X(64).
       01  Paths-Resolved-Sw           PIC X(01) VALUE "N".
          88  Paths-Resolved              VALUE "Y".

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       LINKAGE SECTION.
           COPY "CTLTOT.CPY".

       PROCEDURE DIVISION USING Control-Total.
       Controlling SECTION.

           IF NOT Paths-Resolved
               MOVE "CTLTOTAL" TO Cfg-Logical
               MOVE "ctltot.dat" TO Cfg-Value
               CALL Site-Config-Service USING Site-Config
               MOVE Cfg-Value TO Control-File-Path
               SET Paths-Resolved TO TRUE
           END-IF

           ACCEPT Ctl-Run-Date FROM DATE YYYYMMDD
           ACCEPT Ctl-Run-Time FROM TIME
           IF Ctl-Run-Id = 0
               MOVE Ctl-Run-Time TO Ctl-Run-Id
           END-IF
           IF Ctl-Resumed NOT = "Y"
               MOVE "N" TO Ctl-Resumed
           END-IF

           OPEN EXTEND Control-File
           IF Control-File-Not-Found
               OPEN OUTPUT Control-File
               CLOSE Control-File
               OPEN EXTEND Control-File
           END-IF
           WRITE Control-Line FROM Control-Total
           CLOSE Control-File
           GOBACK
       .

      *****************************************************************
