      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Postchek.

      *---------------------------------------------------------------*
      *    Shared postcode check - see POSTCHEK.CPY for the
      *    interface.  Custom1 calls this before it saves a
      *    customer, Custzone to re-zone by district and Custpcex to
      *    list the customers whose postcode is wrong.  The postcode
      *    is the last word pair of the last address line that is
      *    not blank; each of its characters is reduced to "A" for
      *    a letter or "9" for a digit and the shape compared with
      *    the shapes a British postcode may take.  The district
      *    master postdist.ism is opened on the first call and kept
      *    open, so a district Postmnt adds is seen straight away;
      *    with no master built yet every district is unknown and
      *    nothing is proposed.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Postdist-File ASSIGN "postdist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pdst-District
           ACCESS IS RANDOM
           FILE STATUS IS Postdist-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Postdist-File.
           COPY "POSTDIST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Shapes                  VALUE 6.

      *    the outward halves a postcode may have
       01  Shape-Values.
           03  FILLER  PIC X(4) VALUE "A9  ".
           03  FILLER  PIC X(4) VALUE "A99 ".
           03  FILLER  PIC X(4) VALUE "A9A ".
           03  FILLER  PIC X(4) VALUE "AA9 ".
           03  FILLER  PIC X(4) VALUE "AA99".
           03  FILLER  PIC X(4) VALUE "AA9A".
       01  Shape-Table REDEFINES Shape-Values.
           03  Outward-Shape OCCURS Max-Shapes
                                       PIC X(4).

       77  Postdist-File-Status        PIC X(2).
          88  Postdist-File-Not-Found     VALUE "35".

       01  Master-Tried-Sw             PIC X(01) VALUE "N".
          88  Master-Tried                VALUE "Y".
       01  Master-Open-Sw              PIC X(01) VALUE "N".
          88  Master-Open                 VALUE "Y".

       77  Line-Ind                    PIC 9(2) COMP.
       77  Char-Ind                    PIC 9(2) COMP.
       77  Shape-Ind                   PIC 9(2) COMP.
       77  End-Pos                     PIC 9(2) COMP.
       77  Outward-End                 PIC 9(2) COMP.
       77  Outward-Start               PIC 9(2) COMP.
       77  Outward-Length              PIC 9(2) COMP.
       77  Digit-Tally                 PIC 9(2) COMP.

       01  Check-Line                  PIC X(15).
       01  Outward-Wrk                 PIC X(4).
       01  Outward-Shape-Wrk           PIC X(4).
       01  Inward-Wrk                  PIC X(3).
       01  Inward-Shape-Wrk            PIC X(3).
       01  Shape-Ok-Sw                 PIC X(01).
          88  Shape-Ok                    VALUE "Y".
       01  One-Char                    PIC X.
          88  Char-Digit                  VALUE "0" THRU "9".
          88  Char-Letter                 VALUE "A" THRU "Z".

       LINKAGE SECTION.
           COPY "POSTCHEK.CPY".

       PROCEDURE DIVISION USING Post-Check.
       Controlling SECTION.

           IF NOT Master-Tried
               SET Master-Tried TO TRUE
               OPEN INPUT Postdist-File
               IF NOT Postdist-File-Not-Found
                   SET Master-Open TO TRUE
               END-IF
           END-IF

           SET Pck-Missing TO TRUE
           MOVE SPACES TO Pck-Postcode
           MOVE SPACES TO Pck-District
           MOVE SPACES TO Pck-Area
           MOVE "N" TO Pck-Known-Sw

           PERFORM Find-Last-Line
           IF Check-Line NOT = SPACES
               MOVE 0 TO Digit-Tally
               INSPECT Check-Line TALLYING Digit-Tally
                   FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               IF Digit-Tally NOT = 0
                   PERFORM Judge-Postcode-Shape
               END-IF
           END-IF

           IF Pck-Valid AND Master-Open
               MOVE Pck-District TO Pdst-District
               READ Postdist-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Pck-District-Known TO TRUE
                       MOVE Pdst-Area TO Pck-Area
               END-READ
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Last-Line SECTION.

           MOVE SPACES TO Check-Line
           PERFORM VARYING Line-Ind FROM 4 BY -1
                              UNTIL Line-Ind = 0
                                    OR Check-Line NOT = SPACES
               MOVE Pck-Line(Line-Ind) TO Check-Line
           END-PERFORM
           INSPECT Check-Line
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       .
      *---------------------------------------------------------------*
       Judge-Postcode-Shape SECTION.
      *    Digits are there, so from here on anything that does not
      *    fit is a badly formed postcode rather than a missing one.

           SET Pck-Malformed TO TRUE

           MOVE 15 TO End-Pos
           PERFORM UNTIL End-Pos = 1
                         OR Check-Line(End-Pos:1) NOT = SPACE
               SUBTRACT 1 FROM End-Pos
           END-PERFORM

      *    Shortest there is: two outward, the space, three inward.
           IF End-Pos >= 6
               IF Check-Line(End-Pos - 3:1) = SPACE
                   MOVE Check-Line(End-Pos - 2:3) TO Inward-Wrk
                   COMPUTE Outward-End = End-Pos - 4
                   MOVE Outward-End TO Outward-Start
                   PERFORM UNTIL Outward-Start = 1
                           OR Check-Line(Outward-Start - 1:1) = SPACE
                       SUBTRACT 1 FROM Outward-Start
                   END-PERFORM
                   COMPUTE Outward-Length = Outward-End
                                          - Outward-Start + 1
                   IF Outward-Length >= 2 AND Outward-Length <= 4
                       MOVE SPACES TO Outward-Wrk
                       MOVE Check-Line(Outward-Start:Outward-Length)
                                                       TO Outward-Wrk
                       PERFORM Judge-The-Halves
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-The-Halves SECTION.

           MOVE SPACES TO Outward-Shape-Wrk
           PERFORM VARYING Char-Ind FROM 1 BY 1
                              UNTIL Char-Ind > Outward-Length
               MOVE Outward-Wrk(Char-Ind:1) TO One-Char
               EVALUATE TRUE
                   WHEN Char-Digit
                       MOVE "9" TO Outward-Shape-Wrk(Char-Ind:1)
                   WHEN Char-Letter
                       MOVE "A" TO Outward-Shape-Wrk(Char-Ind:1)
                   WHEN OTHER
                       MOVE "?" TO Outward-Shape-Wrk(Char-Ind:1)
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO Inward-Shape-Wrk
           PERFORM VARYING Char-Ind FROM 1 BY 1 UNTIL Char-Ind > 3
               MOVE Inward-Wrk(Char-Ind:1) TO One-Char
               EVALUATE TRUE
                   WHEN Char-Digit
                       MOVE "9" TO Inward-Shape-Wrk(Char-Ind:1)
                   WHEN Char-Letter
                       MOVE "A" TO Inward-Shape-Wrk(Char-Ind:1)
                   WHEN OTHER
                       MOVE "?" TO Inward-Shape-Wrk(Char-Ind:1)
               END-EVALUATE
           END-PERFORM

           MOVE "N" TO Shape-Ok-Sw
           IF Inward-Shape-Wrk = "9AA"
               PERFORM VARYING Shape-Ind FROM 1 BY 1
                                  UNTIL Shape-Ind > Max-Shapes
                   IF Outward-Shape(Shape-Ind) = Outward-Shape-Wrk
                       SET Shape-Ok TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF Shape-Ok
               SET Pck-Valid TO TRUE
               MOVE Outward-Wrk TO Pck-District
               STRING Outward-Wrk DELIMITED BY SPACE
                      " "         DELIMITED BY SIZE
                      Inward-Wrk  DELIMITED BY SIZE
                   INTO Pck-Postcode
               END-STRING
           END-IF
       .

      *****************************************************************
