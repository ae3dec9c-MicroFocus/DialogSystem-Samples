           SELECT Include-File ASSIGN "custincl.dat"
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

       FD  Risk-File.
           COPY "CUSTRISK.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Risk-File-Status            PIC X(2).
          88  Risk-File-Not-Found         VALUE "35".
       01  Risk-File-Open-Sw           PIC X(01) VALUE "N".
          88  Risk-File-Open              VALUE "Y".

       77  Scan-Ind                    PIC 9(2) COMP.
       77  Selected-Count              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTSEL: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Ask-The-Criteria
           PERFORM Program-Initialize
           PERFORM Judge-One-Customer UNTIL Customer-File-Eof
       Program-Initialize SECTION.

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Label-File
           OPEN OUTPUT Include-File


           IF Customer-Matches AND Sel-Since NOT = 0
               MOVE "N" TO Active-Sw
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
                               IF Ordl-Ord-Date NOT < Sel-Since
                                   SET Active-Since TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT Active-Since
                   MOVE "N" TO Matches-Sw

           IF Customer-Matches AND Sel-Status NOT = SPACE
               MOVE "N" TO Status-Sw
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
                               IF Ordl-Ord-Status = Sel-Status
                                   SET Status-Present TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT Status-Present
                   MOVE "N" TO Matches-Sw

           DISPLAY "CUSTOMERS SELECTED: " Selected-Count
           CLOSE Customer-File
           CLOSE Order-Line-File
           IF Risk-File-Open
               CLOSE Risk-File
           END-IF
