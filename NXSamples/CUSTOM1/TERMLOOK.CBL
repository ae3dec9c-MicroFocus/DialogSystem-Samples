      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Termlook.

      *---------------------------------------------------------------*
      *    Payment terms lookup service.  Called (CALL "termlook"
      *    USING Trm-Check - see TERMLOOK.CPY) by every program that
      *    judges a line overdue - Custint, Custdun, Custaged,
      *    Custrisk, the statement runs - so that a contract customer
      *    on 60 days and a cash-with-order customer on 7 are each
      *    measured from their own due date.  The customer's own
      *    custterm.ism record is read first, then the default for
      *    their File-C-Area, and failing both the caller's own
      *    default stands.  The settlement discount Custcash honours
      *    rides along on the same record.  The file is opened on
      *    first call and stays open for the run, the same stance
      *    Taxlook takes; with no custterm.ism on disk every answer
      *    is the caller's default.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Terms-File ASSIGN "custterm.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Terms-Key
           ACCESS IS RANDOM
           FILE STATUS IS Terms-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Terms-File.
           COPY "CUSTTERM.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Terms-File-Status           PIC X(2).
          88  Terms-File-Ok               VALUE "00".
          88  Terms-File-Not-Found        VALUE "35".

       01  Terms-File-Open-Sw          PIC X(01) VALUE "N".
          88  Terms-File-Open             VALUE "Y".
       01  Terms-File-Absent-Sw        PIC X(01) VALUE "N".
          88  Terms-File-Absent           VALUE "Y".

       LINKAGE SECTION.
           COPY "TERMLOOK.CPY".

       PROCEDURE DIVISION USING Trm-Check.
       Controlling SECTION.

           MOVE Trm-Default-Days TO Trm-Days
           MOVE 0 TO Trm-Disc-Pct
           MOVE 0 TO Trm-Disc-Days
           SET Trm-From-Default TO TRUE

           IF NOT Terms-File-Open AND NOT Terms-File-Absent
               OPEN INPUT Terms-File
               IF Terms-File-Not-Found
                   SET Terms-File-Absent TO TRUE
               ELSE
                   SET Terms-File-Open TO TRUE
               END-IF
           END-IF

           IF Terms-File-Open
               PERFORM Find-Terms-In-Force
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Terms-In-Force SECTION.

           SET Terms-For-Customer TO TRUE
           MOVE Trm-C-Code TO Terms-Key-Code
           READ Terms-File
               INVALID KEY
                   IF Trm-C-Area NOT = SPACE
                       PERFORM Find-Area-Default
                   END-IF
               NOT INVALID KEY
                   MOVE Terms-Days      TO Trm-Days
                   MOVE Terms-Disc-Pct  TO Trm-Disc-Pct
                   MOVE Terms-Disc-Days TO Trm-Disc-Days
                   SET Trm-From-Customer TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Find-Area-Default SECTION.

           SET Terms-For-Area TO TRUE
           MOVE SPACES     TO Terms-Key-Code
           MOVE Trm-C-Area TO Terms-Key-Code(1:1)
           READ Terms-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Terms-Days      TO Trm-Days
                   MOVE Terms-Disc-Pct  TO Trm-Disc-Pct
                   MOVE Terms-Disc-Days TO Trm-Disc-Days
                   SET Trm-From-Area TO TRUE
           END-READ
       .

      *****************************************************************
