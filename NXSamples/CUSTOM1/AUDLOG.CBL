      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audlog.

      *---------------------------------------------------------------*
      *    Audit log service - see AUDLOG.CPY for the interface.
      *    Every program that logs a change calls it rather than
      *    writing custaudt.log itself, so that each record goes out
      *    numbered and chained from the one before: the last
      *    sequence number and check value live in the one-record
      *    control file custaudt.chn, held exclusively from the
      *    moment the number is drawn until the record is on the log
      *    and the log closed again, so two sessions logging at once
      *    can never cross their records over.  A second caller
      *    hitting the lock backs off and retries, as Custonum's do;
      *    one that still cannot have it appends the record unchained
      *    rather than lose it, and Custavfy shows the break.
      *    The check value is worked byte by byte over the record up
      *    to and including its sequence number, starting from the
      *    previous record's value.  Custavfy asks for the same
      *    working through Alg-Action-Check, so the two can never
      *    disagree on the arithmetic.
      *    Both files resolve through the site configuration -
      *    CUSTAUDT and CUSTACHN - so a test or training copy keeps
      *    a chain of its own.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Chain-File ASSIGN DYNAMIC Chain-File-Path
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS Chain-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Audit-File.
       01  Audit-Log-Line              PIC X(827).

       FD  Chain-File.
       01  Chain-Record.
           03  Chn-Last-Seq-No         PIC 9(9).
           03  Chn-Last-Value          PIC 9(9).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Open-Tries              VALUE 50.
      *    the record's bytes up to and including Audit-Seq-No
       78  Chained-Length              VALUE 818.
       78  Chain-Modulus               VALUE 999999937.

       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Not-Found        VALUE "35".
       77  Chain-File-Status           PIC X(2).
          88  Chain-File-Ok               VALUE "00".
          88  Chain-File-Not-Found        VALUE "35".

       01  Audit-File-Path             PIC X(64).
       01  Chain-File-Path             PIC X(64).
       01  Paths-Resolved-Sw           PIC X(01) VALUE "N".
          88  Paths-Resolved              VALUE "Y".

       77  Open-Tries                  PIC 9(4) COMP VALUE 0.
       01  Chain-Open-Sw               PIC X(01) VALUE "N".
          88  Chain-Open                  VALUE "Y".
       01  Chain-Empty-Sw              PIC X(01) VALUE "N".
          88  Chain-Empty                 VALUE "Y".

       77  Byte-Ind                    PIC 9(4) COMP.
       01  Byte-Cell                   PIC 9(2) COMP-X.
       01  Byte-Cell-X REDEFINES Byte-Cell PIC X.
       77  Chain-Wrk                   PIC 9(9) COMP.
       77  Chain-Build                 PIC 9(12) COMP.
       77  Chain-Quot                  PIC 9(12) COMP.

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       LINKAGE SECTION.
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       PROCEDURE DIVISION USING Alg-Request Audit-Record.
       Controlling SECTION.

           IF NOT Paths-Resolved
               PERFORM Resolve-Paths
           END-IF
           EVALUATE TRUE
               WHEN Alg-Action-Append
                   PERFORM Append-Chained-Record
               WHEN Alg-Action-Check
                   PERFORM Work-Chain-Value
           END-EVALUATE
           GOBACK
       .
      *---------------------------------------------------------------*
       Resolve-Paths SECTION.

           MOVE "CUSTAUDT" TO Cfg-Logical
           MOVE "custaudt.log" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Audit-File-Path

           MOVE "CUSTACHN" TO Cfg-Logical
           MOVE "custaudt.chn" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Chain-File-Path

           SET Paths-Resolved TO TRUE
       .
      *---------------------------------------------------------------*
       Append-Chained-Record SECTION.

           PERFORM Open-Chain-Exclusive
           IF Chain-Open
               MOVE "N" TO Chain-Empty-Sw
               READ Chain-File
                   AT END
      *                An empty control file starts the chain afresh.
                       SET Chain-Empty TO TRUE
                       MOVE 0 TO Chn-Last-Seq-No
                       MOVE 0 TO Chn-Last-Value
               END-READ
               COMPUTE Audit-Seq-No = Chn-Last-Seq-No + 1
               MOVE Chn-Last-Value TO Alg-Prev-Value
               PERFORM Work-Chain-Value
               MOVE Alg-Value TO Audit-Chain-Value
               PERFORM Write-Log-Record

               MOVE Audit-Seq-No      TO Chn-Last-Seq-No
               MOVE Audit-Chain-Value TO Chn-Last-Value
               IF Chain-Empty
                   CLOSE Chain-File
                   OPEN OUTPUT Chain-File
                   WRITE Chain-Record
               ELSE
                   REWRITE Chain-Record
               END-IF
               CLOSE Chain-File
               SET Alg-Chained TO TRUE
           ELSE
      *        Could not get the control file even after backing
      *        off - the record still goes on the log, unnumbered.
               MOVE 0 TO Audit-Seq-No
               MOVE 0 TO Audit-Chain-Value
               PERFORM Write-Log-Record
               SET Alg-Unchained TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Open-Chain-Exclusive SECTION.

           MOVE "N" TO Chain-Open-Sw
           MOVE 0 TO Open-Tries
           PERFORM UNTIL Chain-Open
                         OR Open-Tries NOT < Max-Open-Tries
               ADD 1 TO Open-Tries
               OPEN I-O Chain-File
               EVALUATE TRUE
                   WHEN Chain-File-Ok
                       SET Chain-Open TO TRUE
                   WHEN Chain-File-Not-Found
                       PERFORM Seed-Chain-File
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Seed-Chain-File SECTION.

           OPEN OUTPUT Chain-File
           MOVE 0 TO Chn-Last-Seq-No
           MOVE 0 TO Chn-Last-Value
           WRITE Chain-Record
           CLOSE Chain-File
       .
      *---------------------------------------------------------------*
       Write-Log-Record SECTION.

           OPEN EXTEND Audit-File
           IF Audit-File-Not-Found
               OPEN OUTPUT Audit-File
               CLOSE Audit-File
               OPEN EXTEND Audit-File
           END-IF
           WRITE Audit-Log-Line FROM Audit-Record
           CLOSE Audit-File
       .
      *---------------------------------------------------------------*
       Work-Chain-Value SECTION.

           MOVE Alg-Prev-Value TO Chain-Wrk
           PERFORM VARYING Byte-Ind FROM 1 BY 1
                              UNTIL Byte-Ind > Chained-Length
               MOVE Audit-Record(Byte-Ind:1) TO Byte-Cell-X
               COMPUTE Chain-Build = Chain-Wrk * 31 + Byte-Cell + 1
               DIVIDE Chain-Build BY Chain-Modulus
                   GIVING Chain-Quot REMAINDER Chain-Wrk
           END-PERFORM
           MOVE Chain-Wrk TO Alg-Value
       .

      *****************************************************************
