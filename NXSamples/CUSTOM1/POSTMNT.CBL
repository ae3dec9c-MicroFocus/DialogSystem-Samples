      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Postmnt.

      *---------------------------------------------------------------*
      *    Postcode district master console.  Says which area each
      *    postcode district belongs to, on postdist.ism (see
      *    POSTDIST.CPY), the same console way Collmnt keys the
      *    collector assignments:
      *        L         list every district on file
      *        S         set a district (prompts for the district -
      *                  the outward half of the postcode, "LS1" -
      *                  its area and a description)
      *        D         drop a district
      *        Q         leave
      *    Every record carries who last set it and when.  The
      *    district has to be the shape of a real one (it is judged
      *    by the Postchek service, as Custom1 will judge it) and
      *    the area has to be on custarea.ism before anything is
      *    written.  Custom1 proposes the area from here when a
      *    customer is saved, and Custzone re-zones by it.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Postdist-File ASSIGN "postdist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pdst-District
           ACCESS IS DYNAMIC
           FILE STATUS IS Postdist-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS RANDOM
           FILE STATUS IS Area-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Postdist-File.
           COPY "POSTDIST.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Postcode-Check-Service      VALUE "postchek".
           COPY "POSTCHEK.CPY".

       77  Postdist-File-Status        PIC X(2).
          88  Postdist-File-Eof           VALUE "10".
          88  Postdist-File-Not-Found     VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Not-Found         VALUE "35".

       01  Area-Open-Sw                PIC X(01) VALUE "N".
          88  Area-Open                   VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".
       01  On-File-Sw                  PIC X(01).
          88  On-File                     VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-District              PIC X(4).
       01  Entry-Area                  PIC X.
       01  Entry-Desc                  PIC X(20).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-District            PIC X(4).
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  Lst-Area                PIC X.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  Lst-Desc                PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "POSTMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Postdist-File
           IF Postdist-File-Not-Found
               OPEN OUTPUT Postdist-File
               CLOSE Postdist-File
               OPEN I-O Postdist-File
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Postdist-File
           IF Area-Open
               CLOSE Area-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / S / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Districts
               WHEN "S" WHEN "s"
                   PERFORM Set-The-District
               WHEN "D" WHEN "d"
                   PERFORM Drop-The-District
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Districts SECTION.

           DISPLAY "DIST    AREA DESCRIPTION           SET BY   SET ON"
           MOVE LOW-VALUES TO Pdst-District
           START Postdist-File KEY IS NOT LESS THAN Pdst-District
               INVALID KEY
                   MOVE "10" TO Postdist-File-Status
           END-START
           PERFORM UNTIL Postdist-File-Eof
               READ Postdist-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Pdst-District TO Lst-District
                       MOVE Pdst-Area     TO Lst-Area
                       MOVE Pdst-Desc     TO Lst-Desc
                       MOVE Pdst-Set-By   TO Lst-Set-By
                       MOVE Pdst-Set-On   TO Lst-Set-On
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Postdist-File-Status
       .
      *---------------------------------------------------------------*
       Set-The-District SECTION.

           PERFORM Accept-The-District
           IF Entry-Ok
               DISPLAY "AREA CODE: " WITH NO ADVANCING
               ACCEPT Entry-Area
               IF Area-Open
                   MOVE Entry-Area TO Area-Code
                   READ Area-File
                       INVALID KEY
                           DISPLAY "NO SUCH AREA"
                           MOVE "N" TO Entry-Ok-Sw
                   END-READ
               END-IF
               IF Entry-Area = SPACE
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok
               DISPLAY "DESCRIPTION: " WITH NO ADVANCING
               ACCEPT Entry-Desc
               MOVE "N" TO On-File-Sw
               MOVE Entry-District TO Pdst-District
               READ Postdist-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET On-File TO TRUE
               END-READ
               MOVE Entry-District TO Pdst-District
               MOVE Entry-Area     TO Pdst-Area
               MOVE Entry-Desc     TO Pdst-Desc
               MOVE My-Operator-Id TO Pdst-Set-By
               MOVE Run-Date       TO Pdst-Set-On
               IF On-File
                   REWRITE Postdist-Record
               ELSE
                   WRITE Postdist-Record
               END-IF
               DISPLAY "DISTRICT SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Drop-The-District SECTION.

           PERFORM Accept-The-District
           IF Entry-Ok
               MOVE Entry-District TO Pdst-District
               DELETE Postdist-File
                   INVALID KEY
                       DISPLAY "NO SUCH DISTRICT"
                   NOT INVALID KEY
                       DISPLAY "DISTRICT DROPPED"
               END-DELETE
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-The-District SECTION.
      *    A district is judged by giving Postchek a whole postcode
      *    made of it and a made-up inward half - what comes back as
      *    the district is the district in the form Custom1 will look
      *    it up by.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "POSTCODE DISTRICT: " WITH NO ADVANCING
           ACCEPT Entry-District
           MOVE SPACES TO Pck-Address
           STRING Entry-District DELIMITED BY SPACE
                  " 0AA"         DELIMITED BY SIZE
               INTO Pck-Line(1)
           END-STRING
           CALL Postcode-Check-Service USING Post-Check
           IF Pck-Valid
               MOVE Pck-District TO Entry-District
           ELSE
               DISPLAY "NOT A POSTCODE DISTRICT"
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .

      *****************************************************************
