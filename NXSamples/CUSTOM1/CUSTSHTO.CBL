      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custshto.

      *---------------------------------------------------------------*
      *    Ship-to sites window.  Called (CALL "custshto" USING a
      *    PIC X(5) customer code) from Custom1's change-order screen
      *    the same callable-companion way the notes window is, so
      *    a customer that takes deliveries at more than one place
      *    keeps each place, and who to ask for there, on file
      *    instead of in a note the warehouse has to go looking for:
      *        L         list the customer's sites
      *        A ssss    add site ssss, or change it if it is there
      *                  already (prompts for name, four address
      *                  lines, contact and phone - a blank answer
      *                  keeps what was there)
      *        D ssss    delete site ssss
      *        Q         back to the customer
      *    An order line picks its site by code on the order screen;
      *    see CUSTSHTO.CPY and ORDSHTO.CPY.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ship-To-File ASSIGN "custshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Shto-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Ship-To-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Ship-To-File.
           COPY "CUSTSHTO.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Ship-To-File-Status         PIC X(2).
          88  Ship-To-File-Ok             VALUE "00".
          88  Ship-To-File-Not-Found      VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       01  Site-Exists-Sw              PIC X(01).
          88  Site-Exists                 VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Site                 PIC X(4).
       01  Entry-Text                  PIC X(20).
       77  Site-Count                  PIC 9(4) COMP.

       01  List-Line.
           03  Lst-Site-Code           PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Name                PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Contact             PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Phone               PIC X(15).

       01  Address-Line.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  Adl-Addr1               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Adl-Addr2               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Adl-Addr3               PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Adl-Addr4               PIC X(15).

       LINKAGE SECTION.
       01  Site-C-Code                 PIC X(5).

       PROCEDURE DIVISION USING Site-C-Code.
       Controlling SECTION.

           MOVE "N" TO Done-Sw
           OPEN I-O Ship-To-File
           IF Ship-To-File-Not-Found
               OPEN OUTPUT Ship-To-File
               CLOSE Ship-To-File
               OPEN I-O Ship-To-File
           END-IF

           DISPLAY "SHIP-TO SITES FOR CUSTOMER " Site-C-Code
           PERFORM List-The-Sites
           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Ship-To-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / A ssss / D ssss / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:4) TO Answer-Site

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Sites
               WHEN "A" WHEN "a"
                   IF Answer-Site = SPACES
                       DISPLAY "GIVE THE SITE CODE - A ssss"
                   ELSE
                       PERFORM Add-Or-Change-Site
                   END-IF
               WHEN "D" WHEN "d"
                   PERFORM Delete-A-Site
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Sites SECTION.

           MOVE 0 TO Site-Count
           MOVE "N" TO Range-Done-Sw
           MOVE Site-C-Code TO Shto-C-Code
           MOVE SPACES TO Shto-Site-Code
           START Ship-To-File KEY IS NOT LESS THAN Shto-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START

           PERFORM UNTIL Range-Done
               READ Ship-To-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Shto-C-Code NOT = Site-C-Code
                           SET Range-Done TO TRUE
                       ELSE
                           PERFORM Show-One-Site
                       END-IF
               END-READ
           END-PERFORM

           IF Site-Count = 0
               DISPLAY "NO SITES - DELIVERIES GO TO THE STATEMENT "
                       "ADDRESS"
           END-IF
       .
      *---------------------------------------------------------------*
       Show-One-Site SECTION.

           ADD 1 TO Site-Count
           MOVE Shto-Site-Code TO Lst-Site-Code
           MOVE Shto-Name      TO Lst-Name
           MOVE Shto-Contact   TO Lst-Contact
           MOVE Shto-Phone     TO Lst-Phone
           DISPLAY List-Line
           MOVE Shto-Addr1     TO Adl-Addr1
           MOVE Shto-Addr2     TO Adl-Addr2
           MOVE Shto-Addr3     TO Adl-Addr3
           MOVE Shto-Addr4     TO Adl-Addr4
           DISPLAY Address-Line
       .
      *---------------------------------------------------------------*
       Add-Or-Change-Site SECTION.

           MOVE "N" TO Site-Exists-Sw
           MOVE Site-C-Code TO Shto-C-Code
           MOVE Answer-Site TO Shto-Site-Code
           READ Ship-To-File
               INVALID KEY
                   INITIALIZE Ship-To-Record
                   MOVE Site-C-Code TO Shto-C-Code
                   MOVE Answer-Site TO Shto-Site-Code
               NOT INVALID KEY
                   SET Site-Exists TO TRUE
           END-READ

           DISPLAY "SITE NAME   : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Name
           END-IF
           DISPLAY "ADDRESS 1   : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Addr1
           END-IF
           DISPLAY "ADDRESS 2   : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Addr2
           END-IF
           DISPLAY "ADDRESS 3   : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Addr3
           END-IF
           DISPLAY "ADDRESS 4   : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Addr4
           END-IF
           DISPLAY "CONTACT     : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Contact
           END-IF
           DISPLAY "PHONE       : " WITH NO ADVANCING
           PERFORM Accept-Entry
           IF Entry-Text NOT = SPACES
               MOVE Entry-Text TO Shto-Phone
           END-IF

           EVALUATE TRUE
               WHEN Shto-Name = SPACES OR Shto-Addr1 = SPACES
                   DISPLAY "SITE NOT SAVED - A SITE NEEDS A NAME AND "
                           "AT LEAST ONE ADDRESS LINE"
               WHEN Site-Exists
                   REWRITE Ship-To-Record
                   PERFORM List-The-Sites
               WHEN OTHER
                   WRITE Ship-To-Record
                       INVALID KEY
                           DISPLAY "SITE NOT SAVED - KEY CLASH"
                       NOT INVALID KEY
                           PERFORM List-The-Sites
                   END-WRITE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Accept-Entry SECTION.

           MOVE SPACES TO Entry-Text
           ACCEPT Entry-Text
       .
      *---------------------------------------------------------------*
       Delete-A-Site SECTION.
      *    Order lines already naming the site are left alone - the
      *    Shiplook service sends them to the statement address once
      *    the site is gone.

           MOVE Site-C-Code TO Shto-C-Code
           MOVE Answer-Site TO Shto-Site-Code
           DELETE Ship-To-File
               INVALID KEY
                   DISPLAY "NO SUCH SITE"
               NOT INVALID KEY
                   PERFORM List-The-Sites
           END-DELETE
       .

      *****************************************************************
