      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custprax.

      *---------------------------------------------------------------*
      *    Price agreements running out.  Lists to custprax.prt
      *    every custprag.ism agreement (see CUSTPRAG.CPY) whose end
      *    date falls between today and the days ahead given in the
      *    CUSTPRAX-DAYS environment variable - 30 when unset - so
      *    sales can renegotiate before the customer's price drops
      *    back to the parent's or the catalogue.  Each line shows
      *    the customer (marked * where custfam.dat has
      *    branches under it), the product and its catalogue price,
      *    the agreed price or discount, the end date and the days
      *    left.  Open-ended agreements never appear.  Days are
      *    counted the way the ageing reports count them - every
      *    month thirty days - so a day either side near a month
      *    end is to be expected.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agreement-File ASSIGN "custprag.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pra-Key
           ACCESS IS SEQUENTIAL
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

           SELECT Family-File ASSIGN "custfam.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Family-File-Status.

           SELECT Report-File ASSIGN "custprax.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  Family-File.
           COPY "CUSTFAM.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Parents                 VALUE 500.

       77  Agreement-File-Status       PIC X(2).
          88  Agreement-File-Eof          VALUE "10".
          88  Agreement-File-Not-Found    VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Product-File-Status         PIC X(2).
          88  Product-File-Not-Found      VALUE "35".
       77  Family-File-Status          PIC X(2).
          88  Family-File-Eof             VALUE "10".
          88  Family-File-Not-Found       VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".
       01  Product-Open-Sw             PIC X(01) VALUE "N".
          88  Product-Open                VALUE "Y".
       01  Is-Parent-Sw                PIC X(01).
          88  Is-Parent                   VALUE "Y".

       77  Par-Ind                     PIC 9(4) COMP.
       77  Par-Count                   PIC 9(4) COMP VALUE 0.
       01  Parent-Codes.
           03  Pc-Code PIC X(5) OCCURS Max-Parents.

       01  Days-Env                    PIC X(3).
       01  Days-Ahead                  PIC 9(3) VALUE 30.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Run-Date                    PIC 9(8).
       77  Today-Serial                PIC 9(7) COMP.
       77  End-Serial                  PIC 9(7) COMP.
       77  Days-Left                   PIC S9(7) COMP.
       77  Listed-Count                PIC 9(6) VALUE 0.

       01  Heading-Line.
           03  FILLER                  PIC X(37) VALUE
               "PRICE AGREEMENTS ENDING WITHIN DAYS: ".
           03  Hd-Days                 PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "  FROM: ".
           03  Hd-Date                 PIC 9(8).

       01  Column-Heading.
           03  FILLER                  PIC X(32) VALUE
               "CODE  NAME            PRODUCT  ".
           03  FILLER                  PIC X(31) VALUE
               "DESCRIPTION         CATALOGUE ".
           03  FILLER                  PIC X(34) VALUE
               "   AGREED  DISC%  ENDS      LEFT".

       01  Agreement-Line.
           03  Al-C-Code               PIC X(5).
           03  FILLER                  PIC X(1).
           03  Al-C-Name               PIC X(15).
           03  Al-Parent-Mark          PIC X(1).
           03  FILLER                  PIC X(1).
           03  Al-Product              PIC X(8).
           03  FILLER                  PIC X(1).
           03  Al-Desc                 PIC X(20).
           03  Al-Catalogue            PIC Z(6)9.99.
           03  Al-No-Catalogue REDEFINES Al-Catalogue PIC X(10).
           03  FILLER                  PIC X(1).
           03  Al-Price                PIC Z(5)9.99.
           03  Al-No-Price REDEFINES Al-Price PIC X(9).
           03  FILLER                  PIC X(2).
           03  Al-Disc-Pct             PIC Z9.99.
           03  Al-No-Pct REDEFINES Al-Disc-Pct PIC X(5).
           03  FILLER                  PIC X(2).
           03  Al-To-Date              PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Al-Days-Left            PIC ZZZ9.

       01  Footing-Line.
           03  FILLER                  PIC X(20) VALUE
               "AGREEMENTS LISTED: ".
           03  Ft-Count                PIC Z(5)9.
           03  FILLER                  PIC X(40) VALUE
               "   * PARENT - PRICE HOLDS FOR BRANCHES".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT Agreement-File-Not-Found
               PERFORM UNTIL Agreement-File-Eof
                   READ Agreement-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Check-One-Agreement
                   END-READ
               END-PERFORM
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTPRAX-DAYS"
           IF Days-Env NOT = SPACES
               MOVE 0 TO Days-Ahead
               PERFORM VARYING Par-Ind FROM 1 BY 1 UNTIL Par-Ind > 3
                   MOVE Days-Env(Par-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Days-Ahead = Days-Ahead * 10 + Digit-Cell
                   END-IF
               END-PERFORM
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Today-Serial

           PERFORM Load-Parent-Codes

           OPEN OUTPUT Report-File
           MOVE Days-Ahead TO Hd-Days
           MOVE Run-Date   TO Hd-Date
           WRITE Report-Line FROM Heading-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Column-Heading

           OPEN INPUT Agreement-File
           IF Agreement-File-Not-Found
               DISPLAY "CUSTPRAX: NO CUSTPRAG.ISM - NO PRICE "
                       "AGREEMENTS HAVE BEEN SET"
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
           OPEN INPUT Product-File
           IF NOT Product-File-Not-Found
               SET Product-Open TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Parent-Codes SECTION.
      *    Every code custfam.dat names as a parent, once.

           OPEN INPUT Family-File
           IF Family-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Family-File-Eof
                   READ Family-File
                       AT END
                           SET Family-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Note-One-Parent
                   END-READ
               END-PERFORM
               CLOSE Family-File
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Parent SECTION.

           MOVE Fam-Parent-Code TO Al-C-Code
           PERFORM Find-Parent
           IF NOT Is-Parent AND Par-Count < Max-Parents
               ADD 1 TO Par-Count
               MOVE Fam-Parent-Code TO Pc-Code(Par-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Parent SECTION.

           MOVE "N" TO Is-Parent-Sw
           PERFORM VARYING Par-Ind FROM 1 BY 1
                              UNTIL Par-Ind > Par-Count OR Is-Parent
               IF Pc-Code(Par-Ind) = Al-C-Code
                   SET Is-Parent TO TRUE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Check-One-Agreement SECTION.

           IF Pra-To-Date NOT = 99999999
              AND Pra-To-Date NOT < Run-Date
               MOVE Pra-To-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO End-Serial
               COMPUTE Days-Left = End-Serial - Today-Serial
               IF Days-Left < 0
                   MOVE 0 TO Days-Left
               END-IF
               IF Days-Left NOT > Days-Ahead
                   PERFORM Print-One-Agreement
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Agreement SECTION.

           MOVE SPACES TO Agreement-Line
           MOVE Pra-C-Code TO Al-C-Code
           PERFORM Find-Parent
           IF Is-Parent
               MOVE "*" TO Al-Parent-Mark
           END-IF
           MOVE "** NOT ON FILE **" TO Al-C-Name
           IF Customer-Open
               MOVE Pra-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name TO Al-C-Name
               END-READ
           END-IF
           MOVE Pra-Product TO Al-Product
           MOVE "** NOT ON CATALOGUE **" TO Al-Desc
           MOVE SPACES TO Al-No-Catalogue
           IF Product-Open
               MOVE Pra-Product TO Product-Code
               READ Product-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Product-Desc TO Al-Desc
                       MOVE Product-Unit-Price TO Al-Catalogue
               END-READ
           END-IF
           IF Pra-Price = 0
               MOVE SPACES TO Al-No-Price
               MOVE Pra-Disc-Pct TO Al-Disc-Pct
           ELSE
               MOVE Pra-Price TO Al-Price
               MOVE SPACES TO Al-No-Pct
           END-IF
           MOVE Pra-To-Date TO Al-To-Date
           MOVE Days-Left   TO Al-Days-Left
           WRITE Report-Line FROM Agreement-Line
           ADD 1 TO Listed-Count
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Listed-Count TO Ft-Count
           WRITE Report-Line FROM Footing-Line
           CLOSE Report-File
           IF NOT Agreement-File-Not-Found
               CLOSE Agreement-File
           END-IF
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           IF Product-Open
               CLOSE Product-File
           END-IF
           DISPLAY "CUSTPRAX: " Listed-Count
                   " AGREEMENTS ENDING WITHIN " Days-Ahead " DAYS"
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
