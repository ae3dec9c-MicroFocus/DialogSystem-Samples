      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pragmnt.

      *---------------------------------------------------------------*
      *    Customer price agreement maintenance console.  Keys the
      *    agreement master custprag.ism (see CUSTPRAG.CPY) the same
      *    console way Termmnt keys the payment terms:
      *        L         list agreements - every one, or one
      *                  customer's (prompts for the code, blank
      *                  for all)
      *        A         set an agreement (prompts for the customer
      *                  or national-account parent code, the
      *                  product, the dates it holds from and to,
      *                  and either the agreed price or, with the
      *                  price left blank, a discount per cent off
      *                  the catalogue price).  Keying one for the
      *                  same customer, product and start date
      *                  again replaces it.
      *        D         delete an agreement (code, product, start
      *                  date) - the price falls back to the
      *                  parent's agreement or the catalogue
      *        Q         leave
      *    Every record carries who last set it and when.  The
      *    customer code is checked against cust.ism and the product
      *    against prodmast.ism before anything is written.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agreement-File ASSIGN "custprag.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pra-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Agreement-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Product-File ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Product-Code
           ACCESS IS RANDOM
           FILE STATUS IS Product-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Agreement-File.
           COPY "CUSTPRAG.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Product-File.
           COPY "PRODMAST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Agreement-File-Status       PIC X(2).
          88  Agreement-File-Ok           VALUE "00".
          88  Agreement-File-Eof          VALUE "10".
          88  Agreement-File-Not-Found    VALUE "35".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".
       01  Product-Open-Sw             PIC X(01) VALUE "N".
          88  Product-Open                VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Code                  PIC X(5).
       01  Entry-Product               PIC X(8).
       01  Entry-Date-X                PIC X(8).
       01  Entry-Date                  PIC 9(8).
       01  Entry-From-Date             PIC 9(8).
       01  Entry-To-Date               PIC 9(8).
       01  Entry-Amount-X              PIC X(9).
       01  Entry-Hundredths            PIC 9(7).
       01  Entry-Price REDEFINES Entry-Hundredths PIC 9(5)V99.
       01  Entry-Pct                   PIC 9(2)V99.
       77  Amount-Places               PIC 9(1) COMP.
       01  Point-Seen-Sw               PIC X(01).
          88  Point-Seen                  VALUE "Y".
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-Code                PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Product             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-From-Date           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-To-Date             PIC 9(8).
           03  Lst-To-Open REDEFINES Lst-To-Date PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Price               PIC Z(4)9.99.
           03  Lst-No-Price REDEFINES Lst-Price PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Disc-Pct            PIC Z9.99.
           03  Lst-No-Pct REDEFINES Lst-Disc-Pct PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "PRAGMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Agreement-File
           IF Agreement-File-Not-Found
               OPEN OUTPUT Agreement-File
               CLOSE Agreement-File
               OPEN I-O Agreement-File
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Product-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Agreement-File
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           IF Product-Open
               CLOSE Product-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / A / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Agreements
               WHEN "A" WHEN "a"
                   PERFORM Set-An-Agreement
               WHEN "D" WHEN "d"
                   PERFORM Delete-An-Agreement
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Agreements SECTION.

           DISPLAY "CUSTOMER CODE (BLANK - ALL): " WITH NO ADVANCING
           ACCEPT Entry-Code
           DISPLAY "CODE   PRODUCT   FROM     TO           PRICE  "
                   "DISC%  SET BY   SET ON"
           MOVE LOW-VALUES TO Pra-Key
           IF Entry-Code NOT = SPACES
               MOVE Entry-Code TO Pra-C-Code
           END-IF
           START Agreement-File KEY IS NOT LESS THAN Pra-Key
               INVALID KEY
                   MOVE "10" TO Agreement-File-Status
           END-START
           PERFORM UNTIL Agreement-File-Eof
               READ Agreement-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Entry-Code NOT = SPACES
                          AND Pra-C-Code NOT = Entry-Code
                           MOVE "10" TO Agreement-File-Status
                       ELSE
                           PERFORM Show-One-Agreement
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Agreement-File-Status
       .
      *---------------------------------------------------------------*
       Show-One-Agreement SECTION.

           MOVE Pra-C-Code    TO Lst-Code
           MOVE Pra-Product   TO Lst-Product
           MOVE Pra-From-Date TO Lst-From-Date
           IF Pra-To-Date = 99999999
               MOVE "OPEN    " TO Lst-To-Open
           ELSE
               MOVE Pra-To-Date TO Lst-To-Date
           END-IF
           IF Pra-Price = 0
               MOVE SPACES TO Lst-No-Price
               MOVE Pra-Disc-Pct TO Lst-Disc-Pct
           ELSE
               MOVE Pra-Price TO Lst-Price
               MOVE SPACES TO Lst-No-Pct
           END-IF
           MOVE Pra-Set-By    TO Lst-Set-By
           MOVE Pra-Set-On    TO Lst-Set-On
           DISPLAY List-Line
       .
      *---------------------------------------------------------------*
       Set-An-Agreement SECTION.

           PERFORM Accept-Code-And-Product
           IF Entry-Ok
               DISPLAY "FROM CCYYMMDD (BLANK - TODAY): "
                       WITH NO ADVANCING
               PERFORM Accept-A-Date
               IF Entry-Date = 0
                   MOVE Run-Date TO Entry-From-Date
               ELSE
                   MOVE Entry-Date TO Entry-From-Date
               END-IF
               DISPLAY "TO CCYYMMDD (BLANK - OPEN-ENDED): "
                       WITH NO ADVANCING
               PERFORM Accept-A-Date
               IF Entry-Date = 0
                   MOVE 99999999 TO Entry-To-Date
               ELSE
                   MOVE Entry-Date TO Entry-To-Date
               END-IF
               IF Entry-To-Date < Entry-From-Date
                   DISPLAY "AGREEMENT NOT SET - ENDS BEFORE IT STARTS"
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF

           IF Entry-Ok
               DISPLAY "AGREED PRICE (BLANK - DISCOUNT INSTEAD): "
                       WITH NO ADVANCING
               PERFORM Accept-An-Amount
               MOVE 0 TO Entry-Pct
               IF Entry-Price = 0
                   DISPLAY "DISCOUNT % OFF CATALOGUE: "
                           WITH NO ADVANCING
                   PERFORM Accept-An-Amount
                   IF Entry-Price NOT < 100
                       DISPLAY "AGREEMENT NOT SET - DISCOUNT MUST BE "
                               "UNDER 100%"
                       MOVE "N" TO Entry-Ok-Sw
                   ELSE
                       MOVE Entry-Price TO Entry-Pct
                       MOVE 0 TO Entry-Price
                   END-IF
                   IF Entry-Ok AND Entry-Pct = 0
                       DISPLAY "AGREEMENT NOT SET - NO PRICE OR "
                               "DISCOUNT GIVEN"
                       MOVE "N" TO Entry-Ok-Sw
                   END-IF
               END-IF
           END-IF

           IF Entry-Ok
               MOVE Entry-Code      TO Pra-C-Code
               MOVE Entry-Product   TO Pra-Product
               MOVE Entry-From-Date TO Pra-From-Date
               MOVE Entry-To-Date   TO Pra-To-Date
               MOVE Entry-Price     TO Pra-Price
               MOVE Entry-Pct       TO Pra-Disc-Pct
               MOVE My-Operator-Id  TO Pra-Set-By
               MOVE Run-Date        TO Pra-Set-On
               REWRITE Agreement-Record
                   INVALID KEY
                       WRITE Agreement-Record
                       END-WRITE
               END-REWRITE
               DISPLAY "AGREEMENT SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-An-Agreement SECTION.

           DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           DISPLAY "PRODUCT CODE : " WITH NO ADVANCING
           ACCEPT Entry-Product
           DISPLAY "FROM CCYYMMDD: " WITH NO ADVANCING
           PERFORM Accept-A-Date
           MOVE Entry-Code    TO Pra-C-Code
           MOVE Entry-Product TO Pra-Product
           MOVE Entry-Date    TO Pra-From-Date
           DELETE Agreement-File
               INVALID KEY
                   DISPLAY "NO SUCH AGREEMENT"
               NOT INVALID KEY
                   DISPLAY "AGREEMENT DELETED"
           END-DELETE
       .
      *---------------------------------------------------------------*
       Accept-Code-And-Product SECTION.
      *    The customer - ordinary or a national-account parent -
      *    and the product must both exist on their own masters
      *    before an agreement is written against them.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "CUSTOMER OR PARENT CODE: " WITH NO ADVANCING
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               MOVE "N" TO Entry-Ok-Sw
           END-IF
           IF Entry-Ok AND Customer-Open
               MOVE Entry-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       DISPLAY "NO SUCH CUSTOMER"
                       MOVE "N" TO Entry-Ok-Sw
               END-READ
           END-IF
           IF Entry-Ok
               DISPLAY "PRODUCT CODE: " WITH NO ADVANCING
               ACCEPT Entry-Product
               IF Entry-Product = SPACES
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok AND Product-Open
               MOVE Entry-Product TO Product-Code
               READ Product-File
                   INVALID KEY
                       DISPLAY "NO SUCH PRODUCT ON THE CATALOGUE"
                       MOVE "N" TO Entry-Ok-Sw
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-A-Date SECTION.

           ACCEPT Entry-Date-X
           MOVE 0 TO Entry-Date
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 8
               MOVE Entry-Date-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Date = Entry-Date * 10 + Digit-Cell
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Accept-An-Amount SECTION.
      *    Keyed the way it is written - "12", "12.5", "12.50" - to
      *    two places; blank is nought.

           ACCEPT Entry-Amount-X
           MOVE 0 TO Entry-Hundredths
           MOVE 0 TO Amount-Places
           MOVE "N" TO Point-Seen-Sw
           PERFORM VARYING Scan-Ind FROM 1 BY 1
                              UNTIL Scan-Ind > 9
               MOVE Entry-Amount-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X = "."
                   SET Point-Seen TO TRUE
               END-IF
               IF Digit-Cell-X NUMERIC AND Amount-Places < 2
                  AND (Point-Seen OR Entry-Hundredths < 10000)
                   COMPUTE Entry-Hundredths =
                           Entry-Hundredths * 10 + Digit-Cell
                   IF Point-Seen
                       ADD 1 TO Amount-Places
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL Amount-Places = 2
               COMPUTE Entry-Hundredths = Entry-Hundredths * 10
               ADD 1 TO Amount-Places
           END-PERFORM
       .

      *****************************************************************
