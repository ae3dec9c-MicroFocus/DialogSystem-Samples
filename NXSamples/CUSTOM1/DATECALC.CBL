      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Datecalc.

      *---------------------------------------------------------------*
      *    Shared calendar arithmetic - see DATECALC.CPY for the
      *    interface.  Every aging, interest, due-date and retention
      *    calculation in the suite comes here, so a line dated 31
      *    January is the same age on 1 March in every report, and
      *    interest is charged only for days that happened.
      *    Dates are turned into a day number counted from 1 March
      *    of year nought - March first, so that the leap day falls
      *    at the end of its year and the month lengths repeat in a
      *    fixed 153-day pattern - and back again, in plain integer
      *    arithmetic (every division its own DIVIDE, so nothing is
      *    rounded part way).  Business days are stepped through one
      *    at a time and asked of the business calendar check, so
      *    weekends and buscal.dat's closed dates are skipped the
      *    same way the date picker skips them.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Calendar-Check-Service      VALUE "calcheck".
           COPY "CALCHECK.CPY".

       78  Days-In-400-Years           VALUE 146097.

       01  Civil-Date                  PIC 9(8).
       01  Civil-Date-Split REDEFINES Civil-Date.
           03  Civil-Yyyy              PIC 9(4).
           03  Civil-Mm                PIC 9(2).
           03  Civil-Dd                PIC 9(2).

       77  Day-Number                  PIC S9(9) COMP.
       77  First-Day-Number            PIC S9(9) COMP.
       77  Calc-Year                   PIC S9(9) COMP.
       77  Calc-Month                  PIC S9(9) COMP.
       77  Calc-Era                    PIC S9(9) COMP.
       77  Year-Of-Era                 PIC S9(9) COMP.
       77  Day-Of-Era                  PIC S9(9) COMP.
       77  Day-Of-Year                 PIC S9(9) COMP.
       77  Quotient-1                  PIC S9(9) COMP.
       77  Quotient-2                  PIC S9(9) COMP.
       77  Quotient-3                  PIC S9(9) COMP.
       77  Remainder-Wrk               PIC S9(9) COMP.
       77  Month-Length                PIC 9(2) COMP.
       77  Days-Left                   PIC S9(8) COMP.
       77  Day-Step                    PIC S9(1) COMP.

       01  Date-Ok-Sw                  PIC X(01).
          88  Date-Ok                     VALUE "Y".
       01  Leap-Sw                     PIC X(01).
          88  Leap-Year                   VALUE "Y".

       LINKAGE SECTION.
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION USING Date-Calc.
       Controlling SECTION.

           SET Dtc-Ok TO TRUE
           MOVE Dtc-Date-1 TO Civil-Date
           PERFORM Date-To-Day-Number
           MOVE Day-Number TO First-Day-Number

           EVALUATE TRUE
               WHEN NOT Date-Ok
                   SET Dtc-Bad-Date TO TRUE
               WHEN Dtc-Day-Number
                   MOVE First-Day-Number TO Dtc-Days
               WHEN Dtc-Days-Between
                   MOVE Dtc-Date-2 TO Civil-Date
                   PERFORM Date-To-Day-Number
                   IF Date-Ok
                       COMPUTE Dtc-Days = Day-Number - First-Day-Number
                   ELSE
                       SET Dtc-Bad-Date TO TRUE
                   END-IF
               WHEN Dtc-Add-Days
                   COMPUTE Day-Number = First-Day-Number + Dtc-Days
                   PERFORM Day-Number-To-Date
                   MOVE Civil-Date TO Dtc-Date-2
               WHEN Dtc-Add-Business-Days
                   PERFORM Add-Business-Days
                   MOVE Civil-Date TO Dtc-Date-2
               WHEN OTHER
                   SET Dtc-Bad-Date TO TRUE
           END-EVALUATE

           IF Dtc-Bad-Date
               MOVE 0 TO Dtc-Days
               MOVE 0 TO Dtc-Date-2
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Date-To-Day-Number SECTION.
      *    Civil-Date in, Day-Number out.  March is month nought of
      *    the shifted year, so January and February belong to the
      *    year before.

           PERFORM Judge-Civil-Date
           MOVE 0 TO Day-Number
           IF Date-Ok
               MOVE Civil-Yyyy TO Calc-Year
               IF Civil-Mm > 2
                   COMPUTE Calc-Month = Civil-Mm - 3
               ELSE
                   COMPUTE Calc-Month = Civil-Mm + 9
                   SUBTRACT 1 FROM Calc-Year
               END-IF
               DIVIDE Calc-Year BY 400 GIVING Calc-Era
               COMPUTE Year-Of-Era = Calc-Year - Calc-Era * 400

               COMPUTE Quotient-1 = 153 * Calc-Month + 2
               DIVIDE Quotient-1 BY 5 GIVING Quotient-1
               COMPUTE Day-Of-Year = Quotient-1 + Civil-Dd - 1

               DIVIDE Year-Of-Era BY 4   GIVING Quotient-1
               DIVIDE Year-Of-Era BY 100 GIVING Quotient-2
               COMPUTE Day-Of-Era = Year-Of-Era * 365 + Quotient-1
                                  - Quotient-2 + Day-Of-Year

               COMPUTE Day-Number = Calc-Era * Days-In-400-Years
                                  + Day-Of-Era
           END-IF
       .
      *---------------------------------------------------------------*
       Day-Number-To-Date SECTION.
      *    Day-Number in, Civil-Date out - the same steps backwards.

           DIVIDE Day-Number BY Days-In-400-Years GIVING Calc-Era
           COMPUTE Day-Of-Era = Day-Number
                              - Calc-Era * Days-In-400-Years

           DIVIDE Day-Of-Era BY 1460   GIVING Quotient-1
           DIVIDE Day-Of-Era BY 36524  GIVING Quotient-2
           DIVIDE Day-Of-Era BY 146096 GIVING Quotient-3
           COMPUTE Year-Of-Era = Day-Of-Era - Quotient-1
                               + Quotient-2 - Quotient-3
           DIVIDE Year-Of-Era BY 365 GIVING Year-Of-Era

           DIVIDE Year-Of-Era BY 4   GIVING Quotient-1
           DIVIDE Year-Of-Era BY 100 GIVING Quotient-2
           COMPUTE Day-Of-Year = Day-Of-Era
                               - (Year-Of-Era * 365 + Quotient-1
                                  - Quotient-2)

           COMPUTE Quotient-1 = 5 * Day-Of-Year + 2
           DIVIDE Quotient-1 BY 153 GIVING Calc-Month
           COMPUTE Quotient-2 = 153 * Calc-Month + 2
           DIVIDE Quotient-2 BY 5 GIVING Quotient-2

           COMPUTE Calc-Year = Year-Of-Era + Calc-Era * 400
           COMPUTE Civil-Dd = Day-Of-Year - Quotient-2 + 1
           IF Calc-Month < 10
               COMPUTE Civil-Mm = Calc-Month + 3
           ELSE
               COMPUTE Civil-Mm = Calc-Month - 9
               ADD 1 TO Calc-Year
           END-IF
           MOVE Calc-Year TO Civil-Yyyy
       .
      *---------------------------------------------------------------*
       Add-Business-Days SECTION.
      *    The starting day itself is never counted - two business
      *    days from a Friday is the Tuesday.

           MOVE First-Day-Number TO Day-Number
           IF Dtc-Days < 0
               MOVE -1 TO Day-Step
               COMPUTE Days-Left = 0 - Dtc-Days
           ELSE
               MOVE 1 TO Day-Step
               MOVE Dtc-Days TO Days-Left
           END-IF
           MOVE Dtc-Date-1 TO Civil-Date

           PERFORM UNTIL Days-Left = 0
               ADD Day-Step TO Day-Number
               PERFORM Day-Number-To-Date
               MOVE Civil-Date TO Cal-Date
               CALL Calendar-Check-Service USING Cal-Check
               IF Cal-Day-Open
                   SUBTRACT 1 FROM Days-Left
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-Civil-Date SECTION.

           MOVE "N" TO Date-Ok-Sw
           IF Civil-Date NUMERIC
              AND Civil-Yyyy > 0
              AND Civil-Mm >= 1 AND Civil-Mm <= 12
               MOVE "N" TO Leap-Sw
               DIVIDE Civil-Yyyy BY 4 GIVING Quotient-1
                   REMAINDER Remainder-Wrk
               IF Remainder-Wrk = 0
                   SET Leap-Year TO TRUE
                   DIVIDE Civil-Yyyy BY 100 GIVING Quotient-1
                       REMAINDER Remainder-Wrk
                   IF Remainder-Wrk = 0
                       DIVIDE Civil-Yyyy BY 400 GIVING Quotient-1
                           REMAINDER Remainder-Wrk
                       IF Remainder-Wrk NOT = 0
                           MOVE "N" TO Leap-Sw
                       END-IF
                   END-IF
               END-IF
               EVALUATE Civil-Mm
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO Month-Length
                   WHEN 2
                       IF Leap-Year
                           MOVE 29 TO Month-Length
                       ELSE
                           MOVE 28 TO Month-Length
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO Month-Length
               END-EVALUATE
               IF Civil-Dd >= 1 AND Civil-Dd <= Month-Length
                   SET Date-Ok TO TRUE
               END-IF
           END-IF
       .

      *****************************************************************
