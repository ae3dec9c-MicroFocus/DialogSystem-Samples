      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vatcheck.

      *---------------------------------------------------------------*
      *    Shared VAT registration check.  Custom1 calls this (see
      *    VATCHECK.CPY) before it stores a customer's VAT number, and
      *    Custvat to place each customer for the EC sales list.  The
      *    rules are held in the table below, one entry per country
      *    with a known number format: the shortest and longest the
      *    number may be, whether it is digits only ("D") or may
      *    carry letters too ("A"), and whether the country is an EC
      *    member state for the sales list.  Home-Country is ours -
      *    a blank country means it.  A country not in the table is
      *    taken on trust as the rest of the world so long as it is
      *    two letters, and its number only has to be two to twelve
      *    letters and digits.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Home-Country                VALUE "GB".
       78  Max-Rules                   VALUE 29.

      *    country, shortest, longest, characters, EC member
       01  Rule-Values.
           03  FILLER  PIC X(8) VALUE "AT0909AY".
           03  FILLER  PIC X(8) VALUE "BE1010DY".
           03  FILLER  PIC X(8) VALUE "BG0910DY".
           03  FILLER  PIC X(8) VALUE "CY0909AY".
           03  FILLER  PIC X(8) VALUE "CZ0810DY".
           03  FILLER  PIC X(8) VALUE "DE0909DY".
           03  FILLER  PIC X(8) VALUE "DK0808DY".
           03  FILLER  PIC X(8) VALUE "EE0909DY".
           03  FILLER  PIC X(8) VALUE "EL0909DY".
           03  FILLER  PIC X(8) VALUE "ES0909AY".
           03  FILLER  PIC X(8) VALUE "FI0808DY".
           03  FILLER  PIC X(8) VALUE "FR1111AY".
           03  FILLER  PIC X(8) VALUE "HR1111DY".
           03  FILLER  PIC X(8) VALUE "HU0808DY".
           03  FILLER  PIC X(8) VALUE "IE0809AY".
           03  FILLER  PIC X(8) VALUE "IT1111DY".
           03  FILLER  PIC X(8) VALUE "LT0912DY".
           03  FILLER  PIC X(8) VALUE "LU0808DY".
           03  FILLER  PIC X(8) VALUE "LV1111DY".
           03  FILLER  PIC X(8) VALUE "MT0808DY".
           03  FILLER  PIC X(8) VALUE "NL1212AY".
           03  FILLER  PIC X(8) VALUE "PL1010DY".
           03  FILLER  PIC X(8) VALUE "PT0909DY".
           03  FILLER  PIC X(8) VALUE "RO0210DY".
           03  FILLER  PIC X(8) VALUE "SE1212DY".
           03  FILLER  PIC X(8) VALUE "SI0808DY".
           03  FILLER  PIC X(8) VALUE "SK1010DY".
           03  FILLER  PIC X(8) VALUE "XI0512AY".
           03  FILLER  PIC X(8) VALUE "GB0512AN".
       01  Rule-Table REDEFINES Rule-Values.
           03  Rule-Entry OCCURS Max-Rules.
               05  Rule-Country        PIC X(2).
               05  Rule-Shortest       PIC 9(2).
               05  Rule-Longest        PIC 9(2).
               05  Rule-Chars          PIC X.
                   88  Rule-Digits-Only    VALUE "D".
               05  Rule-Ec-Member      PIC X.

       77  Rule-Ind                    PIC 9(2) COMP.
       77  This-Rule-Ind               PIC 9(2) COMP.
       77  Char-Ind                    PIC 9(2) COMP.
       77  Number-Length               PIC 9(2) COMP.
       77  Shortest-Wrk                PIC 9(2) COMP.
       77  Longest-Wrk                 PIC 9(2) COMP.
       01  Digits-Only-Sw              PIC X(01).
          88  Digits-Only                 VALUE "Y".
       01  Ended-Sw                    PIC X(01).
          88  Number-Ended                VALUE "Y".
       01  Look-Country                PIC X(2).
       01  One-Char                    PIC X.
          88  Char-Digit                  VALUE "0" THRU "9".
          88  Char-Letter                 VALUE "A" THRU "Z".

       LINKAGE SECTION.
           COPY "VATCHECK.CPY".

       PROCEDURE DIVISION USING Vat-Check.
       Controlling SECTION.

           SET Vck-Valid TO TRUE
           IF Vck-Country = SPACES
               MOVE Home-Country TO Look-Country
           ELSE
               MOVE Vck-Country TO Look-Country
           END-IF

           PERFORM Find-Country-Rule
           IF Vck-Valid AND Vck-Number NOT = SPACES
               PERFORM Judge-Number-Format
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Country-Rule SECTION.

           MOVE 0 TO This-Rule-Ind
           PERFORM VARYING Rule-Ind FROM 1 BY 1
                              UNTIL Rule-Ind > Max-Rules
                                    OR This-Rule-Ind NOT = 0
               IF Rule-Country(Rule-Ind) = Look-Country
                   MOVE Rule-Ind TO This-Rule-Ind
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN Look-Country = Home-Country
                   SET Vck-Home TO TRUE
               WHEN This-Rule-Ind NOT = 0
                   IF Rule-Ec-Member(This-Rule-Ind) = "Y"
                       SET Vck-Ec TO TRUE
                   ELSE
                       SET Vck-Rest-Of-World TO TRUE
                   END-IF
               WHEN OTHER
                   SET Vck-Rest-Of-World TO TRUE
                   MOVE Look-Country(1:1) TO One-Char
                   IF NOT Char-Letter
                       SET Vck-Bad-Country TO TRUE
                   END-IF
                   MOVE Look-Country(2:1) TO One-Char
                   IF NOT Char-Letter
                       SET Vck-Bad-Country TO TRUE
                   END-IF
           END-EVALUATE

           IF This-Rule-Ind = 0
               MOVE 2   TO Shortest-Wrk
               MOVE 12  TO Longest-Wrk
               MOVE "N" TO Digits-Only-Sw
           ELSE
               MOVE Rule-Shortest(This-Rule-Ind) TO Shortest-Wrk
               MOVE Rule-Longest(This-Rule-Ind)  TO Longest-Wrk
               IF Rule-Digits-Only(This-Rule-Ind)
                   SET Digits-Only TO TRUE
               ELSE
                   MOVE "N" TO Digits-Only-Sw
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Number-Format SECTION.
      *    Left-justified, no embedded spaces, only the characters
      *    the country allows, and a length inside its range.

           MOVE 0 TO Number-Length
           MOVE "N" TO Ended-Sw
           PERFORM VARYING Char-Ind FROM 1 BY 1 UNTIL Char-Ind > 12
               MOVE Vck-Number(Char-Ind:1) TO One-Char
               EVALUATE TRUE
                   WHEN One-Char = SPACE
                       SET Number-Ended TO TRUE
                   WHEN Number-Ended
                       SET Vck-Bad-Format TO TRUE
                   WHEN Char-Digit
                       ADD 1 TO Number-Length
                   WHEN Char-Letter AND NOT Digits-Only
                       ADD 1 TO Number-Length
                   WHEN OTHER
                       SET Vck-Bad-Format TO TRUE
               END-EVALUATE
           END-PERFORM

           IF Number-Length < Shortest-Wrk
              OR Number-Length > Longest-Wrk
               SET Vck-Bad-Format TO TRUE
           END-IF
       .

      *****************************************************************
