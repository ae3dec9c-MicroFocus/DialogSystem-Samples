           SELECT Dossier-File ASSIGN "custdoss.prt"
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

       FD  History-File.
           COPY "CUSTHIST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Audit-Retrieval             VALUE "custartv".

       77  Customer-File-Status        PIC X(2).
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  History-File-Status         PIC X(2).
          88  History-File-Not-Found      VALUE "35".
       77  Note-File-Status            PIC X(2).
          88  Deleted-File-Eof            VALUE "10".
          88  Deleted-File-Not-Found      VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTDOSS: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN OUTPUT Dossier-File
           PERFORM Build-One-Dossier UNTIL All-Done
           PERFORM Write-Section-Title

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           MOVE Asked-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   PERFORM Write-Master-Detail
           END-READ
           CLOSE Customer-File
           CLOSE Order-Line-File
       .
      *---------------------------------------------------------------*
       Note-Not-On-Master SECTION.
           MOVE Address-Line TO Dossier-Line
           WRITE Dossier-Line

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
                           MOVE Ordl-Ord-No            TO Ord-No-Out
                           MOVE Ordl-Ord-Date          TO Ord-Date-Out
                           MOVE Ordl-Ord-Val           TO Ord-Val-Out
                           MOVE Ordl-Pay-Val           TO Ord-Pay-Out
                           MOVE Ordl-Ord-Type          TO Ord-Type-Out
                           MOVE Ordl-Ord-Status        TO Ord-Status-Out
                           MOVE Order-Line TO Dossier-Line
                           WRITE Dossier-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
