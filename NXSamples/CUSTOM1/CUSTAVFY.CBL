      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custavfy.

      *---------------------------------------------------------------*
      *    Audit log chain verification.  Walks every audit record
      *    there is - the monthly generations Custarot catalogued in
      *    custaudt.cat, in catalogue order, then the live
      *    custaudt.log - and checks the numbering and chaining the
      *    audit log service (AUDLOG.CBL) put on each one as it was
      *    written.  Reported to custavfy.prt:
      *        GAP           sequence numbers missing before a record
      *                      - records taken out; the walk carries on
      *                      from the record after the gap
      *        OUT OF SEQ    a number at or below the one before -
      *                      a record slipped in or copied; the walk
      *                      carries on from the record before it
      *        CHAIN BROKEN  the check value is not the one worked
      *                      from the previous record - the record, or
      *                      the one before it, has been altered
      *        NO SEQ NO     a record with no number once the chain
      *                      has begun (the service could not have
      *                      the control file, or it was keyed in)
      *    and, file by file, a catalogued generation missing from
      *    disk or holding a different count from its catalogue
      *    entry.  Records logged before the chaining began carry no
      *    number and are only counted.
      *    The last record walked is then compared with the control
      *    file custaudt.chn, which the service holds the chain head
      *    in - a tail cut off the log shows there.  The head is
      *    printed at the foot of the listing: the auditors keep it
      *    away from the system and hand it back next time in
      *    CUSTAVFY-SEQ and CUSTAVFY-VALUE, so that a log rewritten
      *    and re-chained from end to end still shows, at the record
      *    they noted, a value that is not the one they were given.
      *    Return code 8 when anything at all is reported.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-Catalogue-File ASSIGN "custaudt.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Catalogue-Status.

      *    each audit generation in turn, then the live log
           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Chain-File ASSIGN DYNAMIC Chain-File-Path
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Chain-File-Status.

           SELECT Report-File ASSIGN "custavfy.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    Custarot's catalogue of rotated audit generations
       FD  Audit-Catalogue-File.
       01  Audit-Catalogue-Record.
           03  Acat-File-Name          PIC X(16).
           03  FILLER                  PIC X(1).
           03  Acat-Period             PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Acat-Record-Count       PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Acat-Rotated-Date       PIC 9(8).

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

       FD  Chain-File.
       01  Chain-Record.
           03  Chn-Last-Seq-No         PIC 9(9).
           03  Chn-Last-Value          PIC 9(9).

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the chain arithmetic is the service's own, asked for
      *    through Alg-Action-Check
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       77  Audit-Catalogue-Status      PIC X(2).
          88  Audit-Catalogue-Eof         VALUE "10".
          88  Audit-Catalogue-Not-Found   VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".
       77  Chain-File-Status           PIC X(2).
          88  Chain-File-Not-Found        VALUE "35".

       01  Audit-File-Name             PIC X(64).
       01  Live-Log-Path               PIC X(64).
       01  Chain-File-Path             PIC X(64).

       01  Live-Log-Sw                 PIC X(01) VALUE "N".
          88  Live-Log                    VALUE "Y".
       01  Chain-Started-Sw            PIC X(01) VALUE "N".
          88  Chain-Started               VALUE "Y".
       77  Prev-Seq-No                 PIC 9(9) VALUE 0.
       77  Prev-Value                  PIC 9(9) VALUE 0.
       77  Expected-Count              PIC 9(8) VALUE 0.
       77  File-Record-Count           PIC 9(8) VALUE 0.

      *    the head the auditors noted last time, if they gave it
       01  Kept-Seq-Env                PIC X(9).
       01  Kept-Value-Env              PIC X(9).
       77  Kept-Seq-No                 PIC 9(9) VALUE 0.
       77  Kept-Value                  PIC 9(9) VALUE 0.
       01  Kept-Found-Sw               PIC X(01) VALUE "N".
          88  Kept-Found                  VALUE "Y".
       77  Env-Ind                     PIC 9(2) COMP.
       77  Number-Build                PIC 9(9) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Seq-Edit                    PIC 9(9).
       01  Value-Edit                  PIC 9(9).
       01  Count-Edit                  PIC Z(7)9.
       01  Count-Edit-2                PIC Z(7)9.

       77  Files-Read                  PIC 9(4) VALUE 0.
       77  Records-Read                PIC 9(8) VALUE 0.
       77  Prechain-Count              PIC 9(8) VALUE 0.
       77  Chained-Count               PIC 9(8) VALUE 0.
       77  Gap-Count                   PIC 9(8) VALUE 0.
       77  Out-Of-Seq-Count            PIC 9(8) VALUE 0.
       77  Broken-Count                PIC 9(8) VALUE 0.
       77  No-Seq-Count                PIC 9(8) VALUE 0.
       77  File-Fault-Count            PIC 9(8) VALUE 0.

       01  Report-Heading.
           03  FILLER                  PIC X(40) VALUE
               "CUSTAVFY AUDIT LOG CHAIN VERIFICATION   ".
           03  Rph-Date                PIC 9(8).
       01  Report-Columns.
           03  FILLER                  PIC X(36) VALUE
               "FILE                SEQ NO DATE     ".
           03  FILLER                  PIC X(44) VALUE
               "TIME     CODE  EXCEPTION".
       01  Report-Detail.
           03  Rpt-File                PIC X(16).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Seq-No              PIC Z(8)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Time                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Reason              PIC X(29).
       01  Report-Total.
           03  Rpt-Total-Label         PIC X(40).
           03  Rpt-Total-Count         PIC Z(7)9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Walk-The-Generations
           MOVE Live-Log-Path TO Audit-File-Name
           SET Live-Log TO TRUE
           PERFORM Walk-One-Audit-File
           PERFORM Check-Kept-Head-Seen
           PERFORM Check-Against-Control-File
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.
      *    The live log and the control file are found the way the
      *    service finds them, so a test copy is verified against
      *    its own chain.

           MOVE "CUSTAUDT" TO Cfg-Logical
           MOVE "custaudt.log" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Live-Log-Path

           MOVE "CUSTACHN" TO Cfg-Logical
           MOVE "custaudt.chn" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Chain-File-Path

           ACCEPT Kept-Seq-Env FROM ENVIRONMENT "CUSTAVFY-SEQ"
           MOVE 0 TO Number-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 9
               MOVE Kept-Seq-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Number-Build = Number-Build * 10
                                        + Digit-Cell
               END-IF
           END-PERFORM
           MOVE Number-Build TO Kept-Seq-No

           ACCEPT Kept-Value-Env FROM ENVIRONMENT "CUSTAVFY-VALUE"
           MOVE 0 TO Number-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 9
               MOVE Kept-Value-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Number-Build = Number-Build * 10
                                        + Digit-Cell
               END-IF
           END-PERFORM
           MOVE Number-Build TO Kept-Value

           OPEN OUTPUT Report-File
           ACCEPT Rph-Date FROM DATE YYYYMMDD
           MOVE Report-Heading TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Report-Columns TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Walk-The-Generations SECTION.
      *    Every generation is walked, whatever its period - the
      *    chain runs on from one into the next and through the
      *    rotation into the fresh live log.

           OPEN INPUT Audit-Catalogue-File
           IF Audit-Catalogue-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Audit-Catalogue-Eof
                   READ Audit-Catalogue-File
                       AT END
                           SET Audit-Catalogue-Eof TO TRUE
                       NOT AT END
                           MOVE Acat-File-Name TO Audit-File-Name
                           MOVE Acat-Record-Count TO Expected-Count
                           PERFORM Walk-One-Audit-File
                   END-READ
               END-PERFORM
               CLOSE Audit-Catalogue-File
           END-IF
       .
      *---------------------------------------------------------------*
       Walk-One-Audit-File SECTION.

           MOVE 0 TO File-Record-Count
           OPEN INPUT Audit-File
           IF Audit-File-Not-Found
               IF NOT Live-Log
                   ADD 1 TO File-Fault-Count
                   MOVE SPACES TO Report-Line
                   STRING "** CATALOGUED AUDIT GENERATION MISSING: "
                          Audit-File-Name
                          DELIMITED BY SIZE INTO Report-Line
                   WRITE Report-Line
                   DISPLAY "CUSTAVFY: CATALOGUED GENERATION MISSING: "
                           Audit-File-Name
               END-IF
           ELSE
               ADD 1 TO Files-Read
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO File-Record-Count
                           ADD 1 TO Records-Read
                           PERFORM Verify-One-Audit-Record
                   END-READ
               END-PERFORM
               CLOSE Audit-File
               IF NOT Live-Log
                  AND File-Record-Count NOT = Expected-Count
                   ADD 1 TO File-Fault-Count
                   MOVE File-Record-Count TO Count-Edit
                   MOVE Expected-Count TO Count-Edit-2
                   MOVE SPACES TO Report-Line
                   STRING "** " Audit-File-Name(1:16)
                          " HOLDS " Count-Edit
                          " RECORDS - CATALOGUED " Count-Edit-2
                          DELIMITED BY SIZE INTO Report-Line
                   WRITE Report-Line
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Verify-One-Audit-Record SECTION.
      *    A record logged before the chaining began is short of the
      *    number altogether, so spaces count as no number too.

           IF Audit-Seq-No NOT NUMERIC OR Audit-Seq-No = 0
               IF Chain-Started
                   ADD 1 TO No-Seq-Count
                   MOVE "NO SEQ NO" TO Rpt-Reason
                   MOVE 0 TO Rpt-Seq-No
                   PERFORM Write-Exception-Line
               ELSE
                   ADD 1 TO Prechain-Count
               END-IF
           ELSE
               ADD 1 TO Chained-Count
               IF Audit-Seq-No = Kept-Seq-No
                   PERFORM Check-Kept-Head
               END-IF
               EVALUATE TRUE
                   WHEN NOT Chain-Started
                       PERFORM Start-The-Chain
                   WHEN Audit-Seq-No NOT > Prev-Seq-No
                       PERFORM Report-Out-Of-Seq
                   WHEN Audit-Seq-No > Prev-Seq-No + 1
                       PERFORM Report-Gap
                   WHEN OTHER
                       PERFORM Check-Chain-Value
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Start-The-Chain SECTION.
      *    The service numbers from one, chained from nought; a first
      *    number above that means the opening records are gone.

           SET Chain-Started TO TRUE
           IF Audit-Seq-No = 1
               MOVE 0 TO Prev-Seq-No
               MOVE 0 TO Prev-Value
               PERFORM Check-Chain-Value
           ELSE
               MOVE 0 TO Prev-Seq-No
               PERFORM Report-Gap
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Chain-Value SECTION.

           SET Alg-Action-Check TO TRUE
           MOVE Prev-Value TO Alg-Prev-Value
           CALL Audit-Log-Service USING Alg-Request Audit-Record
           IF Alg-Value NOT = Audit-Chain-Value
               ADD 1 TO Broken-Count
               MOVE "CHAIN BROKEN" TO Rpt-Reason
               MOVE Audit-Seq-No TO Rpt-Seq-No
               PERFORM Write-Exception-Line
           END-IF
           MOVE Audit-Seq-No      TO Prev-Seq-No
           MOVE Audit-Chain-Value TO Prev-Value
       .
      *---------------------------------------------------------------*
       Report-Gap SECTION.
      *    The value cannot be checked across the hole - the walk
      *    takes this record's word for it and goes on from here.

           ADD 1 TO Gap-Count
           MOVE Prev-Seq-No TO Seq-Edit
           MOVE SPACES TO Rpt-Reason
           STRING "GAP - PREVIOUS " Seq-Edit
                  DELIMITED BY SIZE INTO Rpt-Reason
           MOVE Audit-Seq-No TO Rpt-Seq-No
           PERFORM Write-Exception-Line
           MOVE Audit-Seq-No      TO Prev-Seq-No
           MOVE Audit-Chain-Value TO Prev-Value
       .
      *---------------------------------------------------------------*
       Report-Out-Of-Seq SECTION.
      *    The record that does not belong is this one, not the run
      *    it interrupts - the walk goes on from the previous record.

           ADD 1 TO Out-Of-Seq-Count
           MOVE Prev-Seq-No TO Seq-Edit
           MOVE SPACES TO Rpt-Reason
           STRING "OUT OF SEQ - PREV " Seq-Edit
                  DELIMITED BY SIZE INTO Rpt-Reason
           MOVE Audit-Seq-No TO Rpt-Seq-No
           PERFORM Write-Exception-Line
       .
      *---------------------------------------------------------------*
       Check-Kept-Head SECTION.
      *    A number can turn up twice on a tampered log - any
      *    occurrence carrying the noted value clears it.

           IF Kept-Value = Audit-Chain-Value
               SET Kept-Found TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Kept-Head-Seen SECTION.

           IF Kept-Seq-No > 0 AND NOT Kept-Found
               ADD 1 TO File-Fault-Count
               MOVE Kept-Seq-No TO Seq-Edit
               MOVE Kept-Value TO Value-Edit
               MOVE SPACES TO Report-Line
               STRING "** NOTED HEAD " Seq-Edit " VALUE " Value-Edit
                      " NOT FOUND ON THE LOG"
                      DELIMITED BY SIZE INTO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Against-Control-File SECTION.
      *    The control file is read, not held - run this when nothing
      *    is logging, or the head may move on while it is read.

           OPEN INPUT Chain-File
           IF Chain-File-Not-Found
               IF Chain-Started
                   ADD 1 TO File-Fault-Count
                   MOVE SPACES TO Report-Line
                   STRING "** CHAIN CONTROL FILE MISSING: "
                          Chain-File-Path
                          DELIMITED BY SIZE INTO Report-Line
                   WRITE Report-Line
               END-IF
           ELSE
               READ Chain-File
                   AT END
                       MOVE 0 TO Chn-Last-Seq-No
                       MOVE 0 TO Chn-Last-Value
               END-READ
               CLOSE Chain-File
               MOVE Chn-Last-Seq-No TO Seq-Edit
               MOVE Prev-Seq-No TO Value-Edit
               EVALUATE TRUE
                   WHEN Chn-Last-Seq-No > Prev-Seq-No
                       ADD 1 TO File-Fault-Count
                       MOVE SPACES TO Report-Line
                       STRING "** LOG ENDS AT " Value-Edit
                              " - CONTROL FILE HEAD IS " Seq-Edit
                              DELIMITED BY SIZE INTO Report-Line
                       WRITE Report-Line
                   WHEN Chn-Last-Seq-No < Prev-Seq-No
                       ADD 1 TO File-Fault-Count
                       MOVE SPACES TO Report-Line
                       STRING "** LOG RUNS TO " Value-Edit
                              " - PAST CONTROL FILE HEAD " Seq-Edit
                              DELIMITED BY SIZE INTO Report-Line
                       WRITE Report-Line
                   WHEN Chn-Last-Value NOT = Prev-Value
                       ADD 1 TO File-Fault-Count
                       MOVE SPACES TO Report-Line
                       STRING "** LAST RECORD " Value-Edit
                              " DOES NOT CARRY THE CONTROL FILE VALUE"
                              DELIMITED BY SIZE INTO Report-Line
                       WRITE Report-Line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Exception-Line SECTION.

           MOVE Audit-File-Name TO Rpt-File
           MOVE Audit-Date      TO Rpt-Date
           MOVE Audit-Time      TO Rpt-Time
           MOVE Audit-C-Code    TO Rpt-C-Code
           MOVE Report-Detail TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Report-Total TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "AUDIT FILES READ" TO Rpt-Total-Label
           MOVE Files-Read TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS READ" TO Rpt-Total-Label
           MOVE Records-Read TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS LOGGED BEFORE THE CHAIN BEGAN" TO
                                                    Rpt-Total-Label
           MOVE Prechain-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "CHAINED RECORDS" TO Rpt-Total-Label
           MOVE Chained-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "GAPS" TO Rpt-Total-Label
           MOVE Gap-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS OUT OF SEQUENCE" TO Rpt-Total-Label
           MOVE Out-Of-Seq-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "CHAIN BREAKS" TO Rpt-Total-Label
           MOVE Broken-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS WITH NO SEQUENCE NUMBER" TO Rpt-Total-Label
           MOVE No-Seq-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "FILE AND CONTROL FILE FAULTS" TO Rpt-Total-Label
           MOVE File-Fault-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line

      *    the head for the auditors' own record
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Prev-Seq-No TO Seq-Edit
           MOVE Prev-Value TO Value-Edit
           MOVE SPACES TO Report-Line
           STRING "CHAIN HEAD - CUSTAVFY-SEQ " Seq-Edit
                  "  CUSTAVFY-VALUE " Value-Edit
                  DELIMITED BY SIZE INTO Report-Line
           WRITE Report-Line
           CLOSE Report-File

           DISPLAY "CUSTAVFY: CHAIN HEAD " Seq-Edit " " Value-Edit
           IF Gap-Count + Out-Of-Seq-Count + Broken-Count
                        + No-Seq-Count + File-Fault-Count > 0
               DISPLAY "CUSTAVFY: THE AUDIT LOG CHAIN DOES NOT HOLD"
                       " - SEE CUSTAVFY.PRT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CUSTAVFY: AUDIT LOG CHAIN INTACT"
           END-IF
           STOP RUN
       .

      *****************************************************************
