      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custadri.

      *---------------------------------------------------------------*
      *    Name and address history inquiry.  Asks for a customer
      *    code and lists that customer's changes from custadrh.ism
      *    (see CUSTADRH.CPY) newest-first - when, who, from which
      *    program, and every line that differs shown as it was and
      *    as it became.  A blank code or Q leaves.  Read-only:
      *    the history is written by the Adrhlog service and never
      *    changed afterwards.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Address-History-File ASSIGN "custadrh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Adrh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Address-History-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Address-History-File.
           COPY "CUSTADRH.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Address-History-File-Status PIC X(2).
          88  Address-History-File-Not-Found VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".

       01  Asked-C-Code                PIC X(5).
       77  Change-Count                PIC 9(4) COMP.

       01  Header-Line.
           03  Hdr-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Hdr-Time                PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  Hdr-Operator            PIC X(8).
           03  FILLER                  PIC X(6) VALUE " FROM ".
           03  Hdr-Source              PIC X(8).

       01  Change-Line.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  Chg-Label               PIC X(6).
           03  Chg-Before              PIC X(15).
           03  FILLER                  PIC X(4) VALUE " -> ".
           03  Chg-After               PIC X(15).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTADRI: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN INPUT Address-History-File
           IF Address-History-File-Not-Found
               DISPLAY "CUSTADRI: NO ADDRESS HISTORY ON THIS SYSTEM"
           ELSE
               PERFORM Show-One-Customer UNTIL All-Done
               CLOSE Address-History-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Show-One-Customer SECTION.

           DISPLAY "CUSTOMER CODE (BLANK OR Q TO LEAVE): "
                   WITH NO ADVANCING
           MOVE SPACES TO Asked-C-Code
           ACCEPT Asked-C-Code
           IF Asked-C-Code = SPACES
              OR Asked-C-Code = "Q" OR Asked-C-Code = "q"
               SET All-Done TO TRUE
           ELSE
               PERFORM List-The-Changes
           END-IF
       .
      *---------------------------------------------------------------*
       List-The-Changes SECTION.
      *    Newest first: position just past the top of this
      *    customer's range and walk backwards until the code
      *    changes - the same walk Custnote makes over the notes.

           MOVE 0 TO Change-Count
           MOVE "N" TO Range-Done-Sw
           MOVE Asked-C-Code TO Adrh-C-Code
           MOVE 99999999 TO Adrh-Date
           MOVE 99999999 TO Adrh-Time
           START Address-History-File KEY IS NOT GREATER THAN Adrh-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START

           PERFORM UNTIL Range-Done
               READ Address-History-File PREVIOUS RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Adrh-C-Code NOT = Asked-C-Code
                           SET Range-Done TO TRUE
                       ELSE
                           PERFORM Show-One-Change
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY Change-Count " CHANGE(S) ON FILE FOR " Asked-C-Code
       .
      *---------------------------------------------------------------*
       Show-One-Change SECTION.

           ADD 1 TO Change-Count
           MOVE Adrh-Date        TO Hdr-Date
           MOVE Adrh-Time(1:6)   TO Hdr-Time
           MOVE Adrh-Operator-Id TO Hdr-Operator
           MOVE Adrh-Source      TO Hdr-Source
           DISPLAY Header-Line

           IF Adrh-Name-Before NOT = Adrh-Name-After
               MOVE "NAME  "          TO Chg-Label
               MOVE Adrh-Name-Before  TO Chg-Before
               MOVE Adrh-Name-After   TO Chg-After
               DISPLAY Change-Line
           END-IF
           IF Adrh-Addr1-Before NOT = Adrh-Addr1-After
               MOVE "ADDR1 "          TO Chg-Label
               MOVE Adrh-Addr1-Before TO Chg-Before
               MOVE Adrh-Addr1-After  TO Chg-After
               DISPLAY Change-Line
           END-IF
           IF Adrh-Addr2-Before NOT = Adrh-Addr2-After
               MOVE "ADDR2 "          TO Chg-Label
               MOVE Adrh-Addr2-Before TO Chg-Before
               MOVE Adrh-Addr2-After  TO Chg-After
               DISPLAY Change-Line
           END-IF
           IF Adrh-Addr3-Before NOT = Adrh-Addr3-After
               MOVE "ADDR3 "          TO Chg-Label
               MOVE Adrh-Addr3-Before TO Chg-Before
               MOVE Adrh-Addr3-After  TO Chg-After
               DISPLAY Change-Line
           END-IF
           IF Adrh-Addr4-Before NOT = Adrh-Addr4-After
               MOVE "ADDR4 "          TO Chg-Label
               MOVE Adrh-Addr4-Before TO Chg-Before
               MOVE Adrh-Addr4-After  TO Chg-After
               DISPLAY Change-Line
           END-IF
       .

      *****************************************************************
