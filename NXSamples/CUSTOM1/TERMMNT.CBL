      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Termmnt.

      *---------------------------------------------------------------*
      *    Payment terms maintenance console.  Keys the terms master
      *    custterm.ism (see CUSTTERM.CPY) the same console way
      *    Taxmnt keys the VAT rates:
      *        L         list every terms record on file
      *        C         set a customer's own terms (prompts for the
      *                  customer code, the days and any settlement
      *                  discount - per cent and days)
      *        A         set the default terms for an area (prompts
      *                  for the File-C-Area code, the days and any
      *                  settlement discount)
      *        D         delete a customer or area record - the
      *                  customer falls back to the area default,
      *                  the area to the calling program's own
      *        Q         leave
      *    Every record carries who last set it and when.  A customer
      *    code is checked against cust.ism and an area code against
      *    custarea.ism before anything is written.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Terms-File ASSIGN "custterm.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Terms-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Terms-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS RANDOM
           FILE STATUS IS Area-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Terms-File.
           COPY "CUSTTERM.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Terms-File-Status           PIC X(2).
          88  Terms-File-Ok               VALUE "00".
          88  Terms-File-Eof              VALUE "10".
          88  Terms-File-Not-Found        VALUE "35".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Not-Found         VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".
       01  Area-Open-Sw                PIC X(01) VALUE "N".
          88  Area-Open                   VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Type                  PIC X.
       01  Entry-Code                  PIC X(5).
       01  Entry-Days-X                PIC X(3).
       01  Entry-Days                  PIC 9(3).
       01  Entry-Pct-X                 PIC X(6).
       01  Entry-Pct-Hundredths        PIC 9(4).
       01  Entry-Pct REDEFINES Entry-Pct-Hundredths PIC 9(2)V99.
       77  Pct-Places                  PIC 9(1) COMP.
       01  Point-Seen-Sw               PIC X(01).
          88  Point-Seen                  VALUE "Y".
       01  Entry-Disc-Days             PIC 9(3).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-Type                PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Code                PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Days                PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Disc-Pct            PIC Z9.99.
           03  FILLER                  PIC X(2) VALUE "% ".
           03  Lst-Disc-Days           PIC ZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "TERMMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Terms-File
           IF Terms-File-Not-Found
               OPEN OUTPUT Terms-File
               CLOSE Terms-File
               OPEN I-O Terms-File
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Terms-File
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           IF Area-Open
               CLOSE Area-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / C / A / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Terms
               WHEN "C" WHEN "c"
                   MOVE "C" TO Entry-Type
                   PERFORM Set-The-Terms
               WHEN "A" WHEN "a"
                   MOVE "A" TO Entry-Type
                   PERFORM Set-The-Terms
               WHEN "D" WHEN "d"
                   PERFORM Delete-The-Terms
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Terms SECTION.

           DISPLAY "FOR      CODE   DAYS  SET BY   SET ON    "
                   "DISCOUNT"
           MOVE LOW-VALUES TO Terms-Key
           START Terms-File KEY IS NOT LESS THAN Terms-Key
               INVALID KEY
                   MOVE "10" TO Terms-File-Status
           END-START
           PERFORM UNTIL Terms-File-Eof
               READ Terms-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Terms-For-Area
                           MOVE "AREA"     TO Lst-Type
                       ELSE
                           MOVE "CUSTOMER" TO Lst-Type
                       END-IF
                       MOVE Terms-Key-Code TO Lst-Code
                       MOVE Terms-Days     TO Lst-Days
                       MOVE Terms-Set-By   TO Lst-Set-By
                       MOVE Terms-Set-On   TO Lst-Set-On
                       MOVE Terms-Disc-Pct  TO Lst-Disc-Pct
                       MOVE Terms-Disc-Days TO Lst-Disc-Days
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Terms-File-Status
       .
      *---------------------------------------------------------------*
       Set-The-Terms SECTION.

           PERFORM Accept-Terms-Code
           IF Entry-Ok
               DISPLAY "TERMS DAYS (0-999): " WITH NO ADVANCING
               ACCEPT Entry-Days-X
               MOVE 0 TO Entry-Days
               PERFORM VARYING Scan-Ind FROM 1 BY 1
                                  UNTIL Scan-Ind > 3
                   MOVE Entry-Days-X(Scan-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Entry-Days = Entry-Days * 10
                                          + Digit-Cell
                   END-IF
               END-PERFORM
               PERFORM Accept-Settlement-Discount

               MOVE Entry-Type     TO Terms-Key-Type
               MOVE Entry-Code     TO Terms-Key-Code
               MOVE Entry-Days     TO Terms-Days
               MOVE My-Operator-Id TO Terms-Set-By
               MOVE Run-Date       TO Terms-Set-On
               MOVE Entry-Pct       TO Terms-Disc-Pct
               MOVE Entry-Disc-Days TO Terms-Disc-Days
               REWRITE Terms-Record
                   INVALID KEY
                       WRITE Terms-Record
                       END-WRITE
               END-REWRITE
               DISPLAY "TERMS SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-Settlement-Discount SECTION.
      *    Per cent keyed the way it is written - "2", "2.5",
      *    "2.50" - to two places (under 100); a blank per cent or
      *    blank days means no discount is offered at all.

           DISPLAY "SETTLEMENT DISCOUNT % (BLANK - NONE): "
                   WITH NO ADVANCING
           ACCEPT Entry-Pct-X
           MOVE 0 TO Entry-Pct-Hundredths
           MOVE 0 TO Pct-Places
           MOVE "N" TO Point-Seen-Sw
           PERFORM VARYING Scan-Ind FROM 1 BY 1
                              UNTIL Scan-Ind > 6
               MOVE Entry-Pct-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X = "."
                   SET Point-Seen TO TRUE
               END-IF
               IF Digit-Cell-X NUMERIC AND Pct-Places < 2
                  AND (Point-Seen OR Entry-Pct-Hundredths < 10)
                   COMPUTE Entry-Pct-Hundredths =
                           Entry-Pct-Hundredths * 10 + Digit-Cell
                   IF Point-Seen
                       ADD 1 TO Pct-Places
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL Pct-Places = 2
               COMPUTE Entry-Pct-Hundredths = Entry-Pct-Hundredths * 10
               ADD 1 TO Pct-Places
           END-PERFORM

           MOVE 0 TO Entry-Disc-Days
           IF Entry-Pct NOT = 0
               DISPLAY "DISCOUNT IF PAID WITHIN DAYS: "
                       WITH NO ADVANCING
               ACCEPT Entry-Days-X
               PERFORM VARYING Scan-Ind FROM 1 BY 1
                                  UNTIL Scan-Ind > 3
                   MOVE Entry-Days-X(Scan-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Entry-Disc-Days = Entry-Disc-Days * 10
                                               + Digit-Cell
                   END-IF
               END-PERFORM
           END-IF
           IF Entry-Disc-Days = 0
               MOVE 0 TO Entry-Pct
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-The-Terms SECTION.

           DISPLAY "CUSTOMER OR AREA (C/A): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Entry-Type
           IF Entry-Type = "c"
               MOVE "C" TO Entry-Type
           END-IF
           IF Entry-Type = "a"
               MOVE "A" TO Entry-Type
           END-IF
           DISPLAY "CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           MOVE Entry-Type TO Terms-Key-Type
           MOVE Entry-Code TO Terms-Key-Code
           DELETE Terms-File
               INVALID KEY
                   DISPLAY "NO SUCH TERMS RECORD"
               NOT INVALID KEY
                   DISPLAY "TERMS DELETED"
           END-DELETE
       .
      *---------------------------------------------------------------*
       Accept-Terms-Code SECTION.
      *    A customer's terms are keyed on their code, an area's on
      *    the one-character File-C-Area left-justified in the key -
      *    either must exist on its own master before it is written.

           MOVE "Y" TO Entry-Ok-Sw
           IF Entry-Type = "C"
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
           ELSE
               DISPLAY "AREA CODE: " WITH NO ADVANCING
               ACCEPT Answer-Line
               MOVE SPACES TO Entry-Code
               MOVE Answer-Line(1:1) TO Entry-Code(1:1)
               IF Area-Open
                   MOVE Entry-Code(1:1) TO Area-Code
                   READ Area-File
                       INVALID KEY
                           DISPLAY "NO SUCH AREA"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
               END-IF
           END-IF
           IF Entry-Code = SPACES
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .

      *****************************************************************
