           SELECT Statement-File ASSIGN "custfstm.prt"
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

       FD  Family-File.
           COPY "CUSTFAM.CPY".

       78  Max-Family-Links            VALUE 500.

       77  Customer-File-Status        PIC X(2).
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Family-File-Status          PIC X(2).
          88  Family-File-Eof             VALUE "10".
          88  Family-File-Not-Found       VALUE "35".

       77  Fam-Ind                     PIC 9(4) COMP.
       77  Fam-Count                   PIC 9(4) COMP VALUE 0.
       77  Member-Ind                  PIC 9(4) COMP.

           IF Fam-Count NOT = 0
               OPEN INPUT Customer-File
               OPEN INPUT Order-Line-File
           END-IF
       .
      *---------------------------------------------------------------*
           WRITE Statement-Line

           MOVE 0 TO Member-Bal-Wrk
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
                           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val
                                                - Ordl-Pay-Val
                           ADD Line-Bal-Wrk TO Member-Bal-Wrk
                           MOVE Ordl-Ord-No           TO Detail-Ord-No
                           MOVE Ordl-Ord-Date         TO Detail-Ord-Date
                           MOVE Line-Bal-Wrk          TO Detail-Line-Bal
                           MOVE Detail-Line TO Statement-Line
                           WRITE Statement-Line
                       END-IF
               END-READ
           END-PERFORM

           ADD Member-Bal-Wrk TO Family-Bal-Wrk
           DISPLAY "FAMILY STATEMENTS PRINTED: " Statement-Count
           IF Fam-Count NOT = 0
               CLOSE Customer-File
               CLOSE Order-Line-File
           END-IF
           CLOSE Statement-File
           GOBACK
