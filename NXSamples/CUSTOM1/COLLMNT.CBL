      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Collmnt.

      *---------------------------------------------------------------*
      *    Collector assignment console.  Says which collector rings
      *    which customers, on custcoll.ism (see CUSTCOLL.CPY), the
      *    same console way Termmnt keys the payment terms:
      *        L         list every assignment
      *        A         give an area to a collector (prompts for
      *                  the area code and the collector's
      *                  operator id)
      *        C         give one customer to a collector - wins
      *                  over whoever has the customer's area
      *        D         drop an assignment (prompts for A or C and
      *                  the area or customer code)
      *        Q         leave
      *    Every record carries who last set it and when.  Area
      *    and customer codes are checked against custarea.ism and
      *    cust.ism before anything is written.  The Custcolw
      *    worklist builds each collector's call list from these.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Collector-File ASSIGN "custcoll.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Col-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Collector-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS RANDOM
           FILE STATUS IS Area-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Collector-File.
           COPY "CUSTCOLL.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Collector-File-Status       PIC X(2).
          88  Collector-File-Eof          VALUE "10".
          88  Collector-File-Not-Found    VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Not-Found         VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       01  Area-Open-Sw                PIC X(01) VALUE "N".
          88  Area-Open                   VALUE "Y".
       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".
       01  On-File-Sw                  PIC X(01).
          88  On-File                     VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Kind                  PIC X.
       01  Entry-Value                 PIC X(5).
       01  Entry-Area                  PIC X.
       01  Entry-Collector             PIC X(8).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-Kind                PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Value               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Collector           PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "COLLMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Collector-File
           IF Collector-File-Not-Found
               OPEN OUTPUT Collector-File
               CLOSE Collector-File
               OPEN I-O Collector-File
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Open TO TRUE
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Collector-File
           IF Area-Open
               CLOSE Area-File
           END-IF
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / A / C / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Assignments
               WHEN "A" WHEN "a"
                   MOVE "A" TO Entry-Kind
                   PERFORM Set-The-Assignment
               WHEN "C" WHEN "c"
                   MOVE "C" TO Entry-Kind
                   PERFORM Set-The-Assignment
               WHEN "D" WHEN "d"
                   PERFORM Drop-The-Assignment
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Assignments SECTION.

           DISPLAY "KIND     CODE   COLLECTOR SET BY   SET ON"
           MOVE LOW-VALUES TO Col-Key
           START Collector-File KEY IS NOT LESS THAN Col-Key
               INVALID KEY
                   MOVE "10" TO Collector-File-Status
           END-START
           PERFORM UNTIL Collector-File-Eof
               READ Collector-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Col-By-Area
                           MOVE "AREA"     TO Lst-Kind
                       ELSE
                           MOVE "CUSTOMER" TO Lst-Kind
                       END-IF
                       MOVE Col-Value     TO Lst-Value
                       MOVE Col-Collector TO Lst-Collector
                       MOVE Col-Set-By    TO Lst-Set-By
                       MOVE Col-Set-On    TO Lst-Set-On
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Collector-File-Status
       .
      *---------------------------------------------------------------*
       Set-The-Assignment SECTION.

           PERFORM Accept-Assigned-Code
           IF Entry-Ok
               DISPLAY "COLLECTOR OPERATOR ID: " WITH NO ADVANCING
               ACCEPT Entry-Collector
               IF Entry-Collector = SPACES
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok
               MOVE "N" TO On-File-Sw
               MOVE Entry-Kind  TO Col-Kind
               MOVE Entry-Value TO Col-Value
               READ Collector-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET On-File TO TRUE
               END-READ
               MOVE Entry-Kind      TO Col-Kind
               MOVE Entry-Value     TO Col-Value
               MOVE Entry-Collector TO Col-Collector
               MOVE My-Operator-Id  TO Col-Set-By
               MOVE Run-Date        TO Col-Set-On
               IF On-File
                   REWRITE Collector-Record
               ELSE
                   WRITE Collector-Record
               END-IF
               DISPLAY "ASSIGNMENT SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Drop-The-Assignment SECTION.

           DISPLAY "AREA OR CUSTOMER (A / C): " WITH NO ADVANCING
           ACCEPT Answer-Line
           EVALUATE Answer-Line(1:1)
               WHEN "A" WHEN "a"
                   MOVE "A" TO Entry-Kind
                   DISPLAY "AREA CODE: " WITH NO ADVANCING
               WHEN OTHER
                   MOVE "C" TO Entry-Kind
                   DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           END-EVALUATE
           ACCEPT Entry-Value
           MOVE Entry-Kind  TO Col-Kind
           MOVE Entry-Value TO Col-Value
           DELETE Collector-File
               INVALID KEY
                   DISPLAY "NO SUCH ASSIGNMENT"
               NOT INVALID KEY
                   DISPLAY "ASSIGNMENT DROPPED"
           END-DELETE
       .
      *---------------------------------------------------------------*
       Accept-Assigned-Code SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           MOVE SPACES TO Entry-Value
           IF Entry-Kind = "A"
               DISPLAY "AREA CODE: " WITH NO ADVANCING
               ACCEPT Entry-Area
               MOVE Entry-Area TO Entry-Value
               IF Area-Open
                   MOVE Entry-Area TO Area-Code
                   READ Area-File
                       INVALID KEY
                           DISPLAY "NO SUCH AREA"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
               END-IF
           ELSE
               DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
               ACCEPT Entry-Value
               IF Customer-Open
                   MOVE Entry-Value TO File-C-Code
                   READ Customer-File
                       INVALID KEY
                           DISPLAY "NO SUCH CUSTOMER"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
               END-IF
           END-IF
           IF Entry-Value = SPACES
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .

      *****************************************************************
