      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cramnt.

      *---------------------------------------------------------------*
      *    Credit agency registration console.  Keys each customer's
      *    company registration number onto custcra.ism (see
      *    CUSTCRA.CPY) the same console way Termmnt keys the
      *    payment terms:
      *        L         list every registered customer with the
      *                  agency's latest result
      *        S         set a customer's registration number
      *                  (prompts for the customer code and the
      *                  number as the agency writes it)
      *        H         a customer's agency history, month by
      *                  month off custcrah.ism
      *        D         delete a customer's registration - the
      *                  agency file no longer reaches them; the
      *                  history stays
      *        Q         leave
      *    Every record carries who last set it and when.  The
      *    customer code is checked against cust.ism before anything
      *    is written.  A number keyed differently from the one on
      *    file clears the agency's latest result, which belonged to
      *    the old number - the next import fills it again.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agency-File ASSIGN "custcra.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Cra-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Agency-File-Status.

           SELECT Agency-History-File ASSIGN "custcrah.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Crh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Agency-History-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Agency-File.
           COPY "CUSTCRA.CPY".

       FD  Agency-History-File.
           COPY "CUSTCRAH.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Agency-File-Status          PIC X(2).
          88  Agency-File-Eof             VALUE "10".
          88  Agency-File-Not-Found       VALUE "35".
       77  Agency-History-Status       PIC X(2).
          88  Agency-History-Eof          VALUE "10".
          88  Agency-History-Not-Found    VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".
       01  History-Open-Sw             PIC X(01) VALUE "N".
          88  History-Open                VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".
       01  On-File-Sw                  PIC X(01).
          88  On-File                     VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Code                  PIC X(5).
       01  Entry-Reg-No                PIC X(10).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Reg-No              PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Report-Date         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Score               PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Rec-Limit           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Ccj-Count           PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Notice              PIC X.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       01  History-Line.
           03  Hst-Report-Date         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Reg-No              PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Score               PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Rec-Limit           PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Limit-Then          PIC Z(6)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Ccj-Count           PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Ccj-Value           PIC Z(8)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hst-Notice              PIC X.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CRAMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Agency-File
           IF Agency-File-Not-Found
               OPEN OUTPUT Agency-File
               CLOSE Agency-File
               OPEN I-O Agency-File
           END-IF
           OPEN INPUT Agency-History-File
           IF NOT Agency-History-Not-Found
               SET History-Open TO TRUE
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Agency-File
           IF History-Open
               CLOSE Agency-History-File
           END-IF
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / S / H / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Registrations
               WHEN "S" WHEN "s"
                   PERFORM Set-The-Registration
               WHEN "H" WHEN "h"
                   PERFORM List-One-History
               WHEN "D" WHEN "d"
                   PERFORM Delete-The-Registration
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Registrations SECTION.

           DISPLAY "CODE  REG NO     REPORTED SCR AGY LIM CCJ N  "
                   "SET BY   SET ON"
           MOVE LOW-VALUES TO Cra-C-Code
           START Agency-File KEY IS NOT LESS THAN Cra-C-Code
               INVALID KEY
                   MOVE "10" TO Agency-File-Status
           END-START
           PERFORM UNTIL Agency-File-Eof
               READ Agency-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Cra-C-Code      TO Lst-C-Code
                       MOVE Cra-Reg-No      TO Lst-Reg-No
                       MOVE Cra-Report-Date TO Lst-Report-Date
                       MOVE Cra-Score       TO Lst-Score
                       MOVE Cra-Rec-Limit   TO Lst-Rec-Limit
                       MOVE Cra-Ccj-Count   TO Lst-Ccj-Count
                       MOVE Cra-Notice      TO Lst-Notice
                       MOVE Cra-Set-By      TO Lst-Set-By
                       MOVE Cra-Set-On      TO Lst-Set-On
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Agency-File-Status
       .
      *---------------------------------------------------------------*
       Set-The-Registration SECTION.

           PERFORM Accept-Customer-Code
           IF Entry-Ok
               DISPLAY "COMPANY REGISTRATION NUMBER: "
                       WITH NO ADVANCING
               ACCEPT Entry-Reg-No
               IF Entry-Reg-No = SPACES
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok
               MOVE "N" TO On-File-Sw
               MOVE Entry-Code TO Cra-C-Code
               READ Agency-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET On-File TO TRUE
               END-READ
               IF NOT On-File OR Cra-Reg-No NOT = Entry-Reg-No
                   INITIALIZE Agency-Record
               END-IF
               MOVE Entry-Code     TO Cra-C-Code
               MOVE Entry-Reg-No   TO Cra-Reg-No
               MOVE My-Operator-Id TO Cra-Set-By
               MOVE Run-Date       TO Cra-Set-On
               IF On-File
                   REWRITE Agency-Record
               ELSE
                   WRITE Agency-Record
               END-IF
               DISPLAY "REGISTRATION SET"
           END-IF
       .
      *---------------------------------------------------------------*
       List-One-History SECTION.

           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           IF NOT History-Open
               DISPLAY "NO AGENCY HISTORY YET"
           ELSE
               DISPLAY "REPORTED REG NO     SCR AGY LIM OUR LIM CCJ "
                       "CCJ VALUE N"
               MOVE Entry-Code TO Crh-C-Code
               MOVE 0 TO Crh-Report-Date
               START Agency-History-File
                                   KEY IS NOT LESS THAN Crh-Key
                   INVALID KEY
                       MOVE "10" TO Agency-History-Status
               END-START
               PERFORM UNTIL Agency-History-Eof
                   READ Agency-History-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF Crh-C-Code NOT = Entry-Code
                               MOVE "10" TO Agency-History-Status
                           ELSE
                               PERFORM Show-One-History-Line
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO Agency-History-Status
           END-IF
       .
      *---------------------------------------------------------------*
       Show-One-History-Line SECTION.

           MOVE Crh-Report-Date TO Hst-Report-Date
           MOVE Crh-Reg-No      TO Hst-Reg-No
           MOVE Crh-Score       TO Hst-Score
           MOVE Crh-Rec-Limit   TO Hst-Rec-Limit
           MOVE Crh-Limit-Then  TO Hst-Limit-Then
           MOVE Crh-Ccj-Count   TO Hst-Ccj-Count
           MOVE Crh-Ccj-Value   TO Hst-Ccj-Value
           MOVE Crh-Notice      TO Hst-Notice
           DISPLAY History-Line
       .
      *---------------------------------------------------------------*
       Delete-The-Registration SECTION.

           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           MOVE Entry-Code TO Cra-C-Code
           DELETE Agency-File
               INVALID KEY
                   DISPLAY "NO SUCH REGISTRATION"
               NOT INVALID KEY
                   DISPLAY "REGISTRATION DELETED"
           END-DELETE
       .
      *---------------------------------------------------------------*
       Accept-Customer-Code SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           IF Customer-Open
               MOVE Entry-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       DISPLAY "NO SUCH CUSTOMER"
                       MOVE "N" TO Entry-Ok-Sw
               END-READ
           END-IF
           IF Entry-Code = SPACES
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .

      *****************************************************************
