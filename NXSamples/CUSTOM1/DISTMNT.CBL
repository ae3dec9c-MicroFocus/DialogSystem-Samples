      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distmnt.

      *---------------------------------------------------------------*
      *    Report distribution table console.  Says, per report, how
      *    it is cut into parts and who gets each part, on
      *    distrib.ism (see DISTRIB.CPY), the same console way
      *    Postmnt keys the postcode districts:
      *        L         list the whole table
      *        S         set a recipient of a part (prompts for the
      *                  report, how it is split, the break - area
      *                  letter, manager's name or assigned user -
      *                  the recipient, and their printer or email)
      *        D         drop a recipient of a part
      *        Q         leave
      *    Every record carries who last set it and when.  Only the
      *    reports that write a burst copy can be named, each with
      *    the splits it carries keys for; an area has to be on
      *    custarea.ism and a manager has to run one there.  The
      *    Custdist distribution step works the table.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Distrib-File ASSIGN "distrib.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Dst-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Distrib-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Area-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Area-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Distrib-File.
           COPY "DISTRIB.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Distrib-File-Status         PIC X(2).
          88  Distrib-File-Eof            VALUE "10".
          88  Distrib-File-Not-Found      VALUE "35".
       77  Area-File-Status            PIC X(2).
          88  Area-File-Eof               VALUE "10".
          88  Area-File-Not-Found         VALUE "35".

       01  Area-Open-Sw                PIC X(01) VALUE "N".
          88  Area-Open                   VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".
       01  On-File-Sw                  PIC X(01).
          88  On-File                     VALUE "Y".
       01  Manager-Found-Sw            PIC X(01).
          88  Manager-Found               VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  Entry-Report                PIC X(8).
       01  Entry-Basis                 PIC X.
       01  Entry-Break                 PIC X(20).
       01  Entry-Recipient             PIC X(20).
       01  Entry-Route                 PIC X.
       01  Entry-Printer               PIC X(8).
       01  Entry-Email                 PIC X(50).

      *    the reports that write a burst copy, and the splits each
      *    carries keys for - see RPTBURST.CPY
       01  Report-Splits-Values.
           03  FILLER                  PIC X(12) VALUE "CUSTAGEDAMW ".
           03  FILLER                  PIC X(12) VALUE "CUSTSTATAMW ".
           03  FILLER                  PIC X(12) VALUE "CUSTASALAMW ".
           03  FILLER                  PIC X(12) VALUE "CUSTCOMMMW  ".
           03  FILLER                  PIC X(12) VALUE "CUSTDRPTUW  ".
       01  Report-Splits REDEFINES Report-Splits-Values.
           03  Rs-Entry OCCURS 5.
               05  Rs-Report           PIC X(8).
               05  Rs-Bases            PIC X(4).
       77  Rs-Ind                      PIC 9(4) COMP.
       77  This-Rs-Ind                 PIC 9(4) COMP.
       77  Basis-Ind                   PIC 9(4) COMP.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-Report              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Basis               PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Break               PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Recipient           PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Route               PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Destination         PIC X(30).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "DISTMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN I-O Distrib-File
           IF Distrib-File-Not-Found
               OPEN OUTPUT Distrib-File
               CLOSE Distrib-File
               OPEN I-O Distrib-File
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Distrib-File
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
                   PERFORM List-The-Table
               WHEN "S" WHEN "s"
                   PERFORM Set-The-Recipient
               WHEN "D" WHEN "d"
                   PERFORM Drop-The-Recipient
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       List-The-Table SECTION.

           DISPLAY "REPORT   S BREAK                RECIPIENT"
                   "            R DESTINATION"
                   "                    SET BY   SET ON"
           MOVE LOW-VALUES TO Dst-Key
           START Distrib-File KEY IS NOT LESS THAN Dst-Key
               INVALID KEY
                   MOVE "10" TO Distrib-File-Status
           END-START
           PERFORM UNTIL Distrib-File-Eof
               READ Distrib-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Dst-Report    TO Lst-Report
                       MOVE Dst-Basis     TO Lst-Basis
                       MOVE Dst-Break     TO Lst-Break
                       MOVE Dst-Recipient TO Lst-Recipient
                       MOVE Dst-Route     TO Lst-Route
                       IF Dst-To-Printer
                           MOVE Dst-Printer TO Lst-Destination
                       ELSE
                           MOVE Dst-Email   TO Lst-Destination
                       END-IF
                       MOVE Dst-Set-By    TO Lst-Set-By
                       MOVE Dst-Set-On    TO Lst-Set-On
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Distrib-File-Status
       .
      *---------------------------------------------------------------*
       Set-The-Recipient SECTION.

           PERFORM Accept-The-Part
           IF Entry-Ok
               DISPLAY "PRINTER (P) OR EMAIL (E): " WITH NO ADVANCING
               ACCEPT Entry-Route
               INSPECT Entry-Route CONVERTING "pe" TO "PE"
               MOVE SPACES TO Entry-Printer
               MOVE SPACES TO Entry-Email
               EVALUATE Entry-Route
                   WHEN "P"
                       DISPLAY "PRINTER ID: " WITH NO ADVANCING
                       ACCEPT Entry-Printer
                       IF Entry-Printer = SPACES
                           MOVE "N" TO Entry-Ok-Sw
                       END-IF
                   WHEN "E"
                       DISPLAY "EMAIL ADDRESS: " WITH NO ADVANCING
                       ACCEPT Entry-Email
                       IF Entry-Email = SPACES
                           MOVE "N" TO Entry-Ok-Sw
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO Entry-Ok-Sw
               END-EVALUATE
               IF NOT Entry-Ok
                   DISPLAY "NO PRINTER OR ADDRESS - NOTHING SET"
               END-IF
           END-IF
           IF Entry-Ok
               MOVE "N" TO On-File-Sw
               PERFORM Move-Entry-To-Key
               READ Distrib-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET On-File TO TRUE
               END-READ
               PERFORM Move-Entry-To-Key
               MOVE Entry-Route    TO Dst-Route
               MOVE Entry-Printer  TO Dst-Printer
               MOVE Entry-Email    TO Dst-Email
               MOVE My-Operator-Id TO Dst-Set-By
               MOVE Run-Date       TO Dst-Set-On
               IF On-File
                   REWRITE Distrib-Record
               ELSE
                   WRITE Distrib-Record
               END-IF
               DISPLAY "RECIPIENT SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Drop-The-Recipient SECTION.

           PERFORM Accept-The-Part
           IF Entry-Ok
               PERFORM Move-Entry-To-Key
               DELETE Distrib-File
                   INVALID KEY
                       DISPLAY "NO SUCH RECIPIENT"
                   NOT INVALID KEY
                       DISPLAY "RECIPIENT DROPPED"
               END-DELETE
           END-IF
       .
      *---------------------------------------------------------------*
       Move-Entry-To-Key SECTION.

           MOVE Entry-Report    TO Dst-Report
           MOVE Entry-Basis     TO Dst-Basis
           MOVE Entry-Break     TO Dst-Break
           MOVE Entry-Recipient TO Dst-Recipient
       .
      *---------------------------------------------------------------*
       Accept-The-Part SECTION.
      *    The report, its split, the break and the recipient - the
      *    key of one table entry.  Report and split are judged
      *    against what the report's burst copy carries.

           MOVE "Y" TO Entry-Ok-Sw
           DISPLAY "REPORT (CUSTAGED ...): " WITH NO ADVANCING
           ACCEPT Entry-Report
           INSPECT Entry-Report
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO This-Rs-Ind
           PERFORM VARYING Rs-Ind FROM 1 BY 1 UNTIL Rs-Ind > 5
               IF Rs-Report(Rs-Ind) = Entry-Report
                   MOVE Rs-Ind TO This-Rs-Ind
               END-IF
           END-PERFORM
           IF This-Rs-Ind = 0
               DISPLAY "NOT A REPORT THAT CAN BE DISTRIBUTED"
               MOVE "N" TO Entry-Ok-Sw
           END-IF

           IF Entry-Ok
               DISPLAY "SPLIT BY (A AREA / M MANAGER / U ASSIGNED"
                       " / W WHOLE): " WITH NO ADVANCING
               ACCEPT Entry-Basis
               INSPECT Entry-Basis CONVERTING "amuw" TO "AMUW"
               MOVE 0 TO Basis-Ind
               INSPECT Rs-Bases(This-Rs-Ind)
                   TALLYING Basis-Ind FOR ALL Entry-Basis
               IF Entry-Basis = SPACE OR Basis-Ind = 0
                   DISPLAY "THAT REPORT CANNOT BE SPLIT THAT WAY"
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF

           IF Entry-Ok
               PERFORM Accept-The-Break
           END-IF

           IF Entry-Ok
               DISPLAY "RECIPIENT: " WITH NO ADVANCING
               ACCEPT Entry-Recipient
               IF Entry-Recipient = SPACES
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-The-Break SECTION.

           EVALUATE Entry-Basis
               WHEN "W"
                   MOVE "*" TO Entry-Break
               WHEN "A"
                   DISPLAY "AREA CODE: " WITH NO ADVANCING
                   ACCEPT Entry-Break
                   IF Entry-Break(2:19) NOT = SPACES
                      OR Entry-Break = SPACES
                       DISPLAY "NO SUCH AREA"
                       MOVE "N" TO Entry-Ok-Sw
                   ELSE
                       IF Area-Open
                           MOVE Entry-Break(1:1) TO Area-Code
                           READ Area-File
                               INVALID KEY
                                   DISPLAY "NO SUCH AREA"
                                   MOVE "N" TO Entry-Ok-Sw
                           END-READ
                       END-IF
                   END-IF
               WHEN "M"
                   DISPLAY "AREA MANAGER: " WITH NO ADVANCING
                   ACCEPT Entry-Break
                   IF Entry-Break = SPACES
                       MOVE "N" TO Entry-Ok-Sw
                   ELSE
                       IF Area-Open
                           PERFORM Find-The-Manager
                           IF NOT Manager-Found
                               DISPLAY "NOBODY OF THAT NAME RUNS AN"
                                       " AREA"
                               MOVE "N" TO Entry-Ok-Sw
                           END-IF
                       END-IF
                   END-IF
               WHEN "U"
                   DISPLAY "ASSIGNED USER: " WITH NO ADVANCING
                   ACCEPT Entry-Break
                   IF Entry-Break(9:12) NOT = SPACES
                      OR Entry-Break = SPACES
                       DISPLAY "NOT A USER ID"
                       MOVE "N" TO Entry-Ok-Sw
                   END-IF
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-The-Manager SECTION.
      *    The name has to be an Area-Manager on the area master,
      *    exactly as it is keyed there - that is what the reports
      *    break on.

           MOVE "N" TO Manager-Found-Sw
           MOVE LOW-VALUES TO Area-Code
           START Area-File KEY IS NOT LESS THAN Area-Code
               INVALID KEY
                   MOVE "10" TO Area-File-Status
           END-START
           PERFORM UNTIL Area-File-Eof OR Manager-Found
               READ Area-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Area-Manager = Entry-Break
                           SET Manager-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Area-File-Status
       .

      *****************************************************************
