      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mendchk.

      *---------------------------------------------------------------*
      *    Month-end checklist service - see MENDCHK.CPY for the
      *    interface.  The checklist is mendlist.dat (program, kind
      *    R, S or M, description - one item per line, in the order
      *    the month-end must go), or the built-in one below:
      *    statements, dunning, interest, FX revaluation, commission
      *    and the GL extract, then Custrcon and Custagre, each of
      *    which a supervisor signs off as reviewed.
      *    Where each batch step stands comes from the scheduler's
      *    morning summaries SCHEDRPT.PRT (see SCHEDULE.CBL): the
      *    latest outcome of the step in a window whose business
      *    date falls in the period - OK, FAILED, HELD or NOT RUN;
      *    nights it was not due say nothing.  A step whose in-run
      *    checkpoint slot on chkpoint.dat is still "R" (see
      *    CHKPOINT.CPY) is IN FLIGHT whatever the summary says, and
      *    a step that last ran cleanly before a step above it is
      *    OUT OF ORDER - the GL extract taken before interest
      *    posted has to be run again.
      *    The sign-offs are the permanent record mendsign.dat, only
      *    ever added to: S signed off (item, who, when and what was
      *    reviewed or explained), K the period closed, O reopened.
      *    A reopen voids the period's sign-offs before it - the
      *    figures may move - so they are given again before the
      *    next close.  Opened and closed on every call.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT List-File ASSIGN "mendlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS List-File-Status.

           SELECT Summary-File ASSIGN "SCHEDRPT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Summary-File-Status.

           SELECT Checkpoint-File ASSIGN "chkpoint.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Checkpoint-File-Status.

           SELECT Signoff-File ASSIGN "mendsign.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Signoff-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  List-File.
       01  List-Record.
           03  Lst-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Lst-Kind                PIC X.
           03  FILLER                  PIC X(1).
           03  Lst-Description         PIC X(40).

      *    layout as SCHEDULE.CBL's Write-Morning-Summary prints it
      *    - kept in step
       FD  Summary-File.
       01  Summary-Heading.
           03  Smh-Title               PIC X(22).
           03  FILLER                  PIC X(36).
           03  Smh-Window-Date         PIC X(8).
           03  FILLER                  PIC X(14).
       01  Summary-Detail.
           03  FILLER                  PIC X(3).
           03  Smd-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Smd-Outcome             PIC X(8).
           03  FILLER                  PIC X(60).

      *    layout as written by CHKPOINT.CBL - kept in step
       FD  Checkpoint-File.
       01  Checkpoint-Record.
           03  Ckp-Job-Name            PIC X(8).
           03  Ckp-Status              PIC X.
           03  Ckp-Run-Id              PIC 9(8).
           03  Ckp-Last-Key            PIC X(50).
           03  FILLER                  PIC X(13).

       FD  Signoff-File.
       01  Signoff-Record.
           03  Msl-Kind                PIC X.
               88  Msl-Signed              VALUE "S".
               88  Msl-Closed              VALUE "K".
               88  Msl-Reopened            VALUE "O".
           03  FILLER                  PIC X(1).
           03  Msl-Period              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Msl-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Msl-By                  PIC X(8).
           03  FILLER                  PIC X(1).
           03  Msl-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Msl-Time                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Msl-Note                PIC X(40).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Items                   VALUE 20.
       78  Default-Items               VALUE 8.

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

       77  List-File-Status            PIC X(2).
          88  List-File-Eof               VALUE "10".
          88  List-File-Not-Found         VALUE "35".
       77  Summary-File-Status         PIC X(2).
          88  Summary-File-Eof            VALUE "10".
          88  Summary-File-Not-Found      VALUE "35".
       77  Checkpoint-File-Status      PIC X(2).
          88  Checkpoint-File-Eof         VALUE "10".
          88  Checkpoint-File-Not-Found   VALUE "35".
       77  Signoff-File-Status         PIC X(2).
          88  Signoff-File-Eof            VALUE "10".
          88  Signoff-File-Not-Found      VALUE "35".

      *    the month-end every site goes through, when there is no
      *    mendlist.dat to say otherwise
       01  Default-Item-Values.
           03  FILLER  PIC X(8)  VALUE "CUSTSTMT".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "Customer statements".
           03  FILLER  PIC X(8)  VALUE "CUSTDUN".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "Dunning letters".
           03  FILLER  PIC X(8)  VALUE "CUSTINT".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "Interest charges posted".
           03  FILLER  PIC X(8)  VALUE "CUSTFXRV".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "FX revaluation".
           03  FILLER  PIC X(8)  VALUE "CUSTCOMM".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "Sales commission".
           03  FILLER  PIC X(8)  VALUE "CUSTGLX".
           03  FILLER  PIC X(1)  VALUE "R".
           03  FILLER  PIC X(40) VALUE "General ledger extract".
           03  FILLER  PIC X(8)  VALUE "CUSTRCON".
           03  FILLER  PIC X(1)  VALUE "S".
           03  FILLER  PIC X(40) VALUE "Ledger reconciliation reviewed".
           03  FILLER  PIC X(8)  VALUE "CUSTAGRE".
           03  FILLER  PIC X(1)  VALUE "S".
           03  FILLER  PIC X(40)
                           VALUE "Agreement differences explained".
       01  Default-Item-Table REDEFINES Default-Item-Values.
           03  Default-Item OCCURS Default-Items.
               05  Dfi-Program         PIC X(8).
               05  Dfi-Kind            PIC X.
               05  Dfi-Description     PIC X(40).

      *    where in SCHEDRPT.PRT each step last ran cleanly - the
      *    order the steps really went in
       01  Item-Seq-Table.
           03  Item-Seq                PIC 9(7) COMP
                                       OCCURS Max-Items.
       77  Summary-Seq                 PIC 9(7) COMP.
       77  Item-Ind                    PIC 9(2) COMP.
       77  Above-Ind                   PIC 9(2) COMP.
       77  Found-Ind                   PIC 9(2) COMP.

       01  Window-Date                 PIC 9(8).
       01  Window-Date-Split REDEFINES Window-Date.
           03  Window-Period           PIC 9(6).
           03  FILLER                  PIC 9(2).
       01  In-Period-Sw                PIC X(01).
          88  In-Period                   VALUE "Y".

       01  Run-Date                    PIC 9(8).
       01  Run-Time                    PIC 9(8).
       01  Sign-Kind                   PIC X.
       01  Sign-Program                PIC X(8).
       01  Item-No-Edit                PIC Z9.

       LINKAGE SECTION.
           COPY "MENDCHK.CPY".

       PROCEDURE DIVISION USING Month-End.
       Controlling SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Run-Time FROM TIME
           MOVE SPACES TO Mnd-Reason

           EVALUATE TRUE
               WHEN Mnd-Action-Sign
                   PERFORM Evaluate-The-Checklist
                   PERFORM Sign-Off-An-Item
               WHEN Mnd-Action-Closed
                   MOVE "K" TO Sign-Kind
                   MOVE SPACES TO Sign-Program
                   MOVE SPACES TO Mnd-Sign-Note
                   PERFORM Record-A-Line
                   PERFORM Evaluate-The-Checklist
               WHEN Mnd-Action-Reopened
                   MOVE "O" TO Sign-Kind
                   MOVE SPACES TO Sign-Program
                   MOVE SPACES TO Mnd-Sign-Note
                   PERFORM Record-A-Line
                   PERFORM Evaluate-The-Checklist
               WHEN OTHER
                   PERFORM Evaluate-The-Checklist
           END-EVALUATE
           GOBACK
       .
      *---------------------------------------------------------------*
       Evaluate-The-Checklist SECTION.

           PERFORM Load-The-Checklist
           PERFORM Read-The-Summaries
           PERFORM Read-The-Checkpoints
           PERFORM Judge-The-Order
           PERFORM Read-The-Sign-Offs

           MOVE 0 TO Mnd-Outstanding
           PERFORM VARYING Item-Ind FROM 1 BY 1
                   UNTIL Item-Ind > Mnd-Item-Count
               PERFORM Judge-One-Item
           END-PERFORM
           IF Mnd-Outstanding = 0
               SET Mnd-Ready TO TRUE
           ELSE
               SET Mnd-Not-Ready TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Load-The-Checklist SECTION.

           MOVE 0 TO Mnd-Item-Count
           OPEN INPUT List-File
           IF List-File-Not-Found
               PERFORM VARYING Item-Ind FROM 1 BY 1
                       UNTIL Item-Ind > Default-Items
                   ADD 1 TO Mnd-Item-Count
                   MOVE Dfi-Program(Item-Ind)
                     TO Mnd-Program(Mnd-Item-Count)
                   MOVE Dfi-Kind(Item-Ind)
                     TO Mnd-Kind(Mnd-Item-Count)
                   MOVE Dfi-Description(Item-Ind)
                     TO Mnd-Description(Mnd-Item-Count)
               END-PERFORM
           ELSE
               PERFORM UNTIL List-File-Eof
                             OR Mnd-Item-Count = Max-Items
                   MOVE SPACES TO List-Record
                   READ List-File
                       AT END
                           SET List-File-Eof TO TRUE
                       NOT AT END
                           IF Lst-Program NOT = SPACES
                               ADD 1 TO Mnd-Item-Count
                               MOVE Lst-Program
                                 TO Mnd-Program(Mnd-Item-Count)
                               INSPECT Mnd-Program(Mnd-Item-Count)
                                   CONVERTING
                                   "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                               MOVE Lst-Kind
                                 TO Mnd-Kind(Mnd-Item-Count)
                               MOVE Lst-Description
                                 TO Mnd-Description(Mnd-Item-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE List-File
           END-IF

           PERFORM VARYING Item-Ind FROM 1 BY 1
                   UNTIL Item-Ind > Mnd-Item-Count
      *        anything but S or M is a plain batch step
               IF NOT Mnd-Kind-Signed-Run(Item-Ind)
                  AND NOT Mnd-Kind-Manual(Item-Ind)
                   SET Mnd-Kind-Run(Item-Ind) TO TRUE
               END-IF
               IF Mnd-Kind-Manual(Item-Ind)
                   MOVE "MANUAL" TO Mnd-Run-Status(Item-Ind)
               ELSE
                   MOVE "NOT RUN" TO Mnd-Run-Status(Item-Ind)
               END-IF
               MOVE 0 TO Mnd-Run-Date(Item-Ind)
               MOVE 0 TO Item-Seq(Item-Ind)
               MOVE SPACES TO Mnd-Signed-By(Item-Ind)
               MOVE 0 TO Mnd-Signed-On(Item-Ind)
               MOVE SPACES TO Mnd-Signed-Note(Item-Ind)
               MOVE "N" TO Mnd-Complete-Sw(Item-Ind)
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Read-The-Summaries SECTION.
      *    Every window summary in turn; within a window whose
      *    business date is in the period, each step line on the
      *    checklist overrides what an earlier window said.

           MOVE 0 TO Summary-Seq
           MOVE "N" TO In-Period-Sw
           OPEN INPUT Summary-File
           IF NOT Summary-File-Not-Found
               PERFORM UNTIL Summary-File-Eof
                   MOVE SPACES TO Summary-Heading
                   READ Summary-File
                       AT END
                           SET Summary-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Summary-Seq
                           PERFORM Take-One-Summary-Line
                   END-READ
               END-PERFORM
               CLOSE Summary-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Summary-Line SECTION.

           IF Smh-Title = "BATCH WINDOW SUMMARY -"
               MOVE "N" TO In-Period-Sw
               IF Smh-Window-Date NUMERIC
                   MOVE Smh-Window-Date TO Window-Date
                   IF Window-Period = Mnd-Period
                       SET In-Period TO TRUE
                   END-IF
               END-IF
           ELSE
               IF In-Period
                   MOVE Smd-Program TO Sign-Program
                   PERFORM Find-The-Item
                   IF Found-Ind NOT = 0
                       PERFORM Note-One-Step-Outcome
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Note-One-Step-Outcome SECTION.
      *    NOT DUE and DONE lines say nothing new.

           EVALUATE Smd-Outcome
               WHEN "OK      "
                   MOVE "RAN OK" TO Mnd-Run-Status(Found-Ind)
                   MOVE Summary-Seq TO Item-Seq(Found-Ind)
                   MOVE Window-Date TO Mnd-Run-Date(Found-Ind)
               WHEN "FAILED  "
               WHEN "HELD    "
               WHEN "NOT RUN "
                   MOVE Smd-Outcome TO Mnd-Run-Status(Found-Ind)
                   MOVE 0 TO Item-Seq(Found-Ind)
                   MOVE Window-Date TO Mnd-Run-Date(Found-Ind)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-The-Item SECTION.
      *    The batch step (not manual check) called Sign-Program.

           MOVE 0 TO Found-Ind
           PERFORM VARYING Item-Ind FROM 1 BY 1
                   UNTIL Item-Ind > Mnd-Item-Count OR Found-Ind NOT = 0
               IF Mnd-Program(Item-Ind) = Sign-Program
                  AND NOT Mnd-Kind-Manual(Item-Ind)
                   MOVE Item-Ind TO Found-Ind
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Read-The-Checkpoints SECTION.

           OPEN INPUT Checkpoint-File
           IF NOT Checkpoint-File-Not-Found
               PERFORM UNTIL Checkpoint-File-Eof
                   READ Checkpoint-File
                       AT END
                           SET Checkpoint-File-Eof TO TRUE
                       NOT AT END
                           IF Ckp-Status = "R"
                               MOVE Ckp-Job-Name TO Sign-Program
                               PERFORM Find-The-Item
                               IF Found-Ind NOT = 0
                                   MOVE "IN FLIGHT"
                                     TO Mnd-Run-Status(Found-Ind)
                                   MOVE 0 TO Item-Seq(Found-Ind)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Checkpoint-File
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-The-Order SECTION.
      *    A clean run is out of order when a step above it on the
      *    checklist ran cleanly after it.

           PERFORM VARYING Item-Ind FROM 2 BY 1
                   UNTIL Item-Ind > Mnd-Item-Count
               IF Item-Seq(Item-Ind) NOT = 0
                   PERFORM VARYING Above-Ind FROM 1 BY 1
                           UNTIL Above-Ind = Item-Ind
                       IF Item-Seq(Above-Ind) > Item-Seq(Item-Ind)
                           MOVE "OUT OF ORDER"
                             TO Mnd-Run-Status(Item-Ind)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Read-The-Sign-Offs SECTION.

           OPEN INPUT Signoff-File
           IF NOT Signoff-File-Not-Found
               PERFORM UNTIL Signoff-File-Eof
                   READ Signoff-File
                       AT END
                           SET Signoff-File-Eof TO TRUE
                       NOT AT END
                           IF Msl-Period = Mnd-Period
                               PERFORM Take-One-Sign-Off
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Signoff-File
           END-IF
       .
      *---------------------------------------------------------------*
       Take-One-Sign-Off SECTION.

           EVALUATE TRUE
               WHEN Msl-Reopened
                   PERFORM VARYING Item-Ind FROM 1 BY 1
                           UNTIL Item-Ind > Mnd-Item-Count
                       MOVE SPACES TO Mnd-Signed-By(Item-Ind)
                       MOVE 0 TO Mnd-Signed-On(Item-Ind)
                       MOVE SPACES TO Mnd-Signed-Note(Item-Ind)
                   END-PERFORM
               WHEN Msl-Signed
                   PERFORM VARYING Item-Ind FROM 1 BY 1
                           UNTIL Item-Ind > Mnd-Item-Count
                       IF Mnd-Program(Item-Ind) = Msl-Program
                           MOVE Msl-By   TO Mnd-Signed-By(Item-Ind)
                           MOVE Msl-Date TO Mnd-Signed-On(Item-Ind)
                           MOVE Msl-Note TO Mnd-Signed-Note(Item-Ind)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Judge-One-Item SECTION.

           EVALUATE TRUE
               WHEN Mnd-Kind-Manual(Item-Ind)
                   IF Mnd-Signed-By(Item-Ind) NOT = SPACES
                       SET Mnd-Complete(Item-Ind) TO TRUE
                   END-IF
               WHEN Mnd-Kind-Signed-Run(Item-Ind)
                   IF Mnd-Run-Status(Item-Ind) = "RAN OK"
                      AND Mnd-Signed-By(Item-Ind) NOT = SPACES
                       SET Mnd-Complete(Item-Ind) TO TRUE
                   END-IF
               WHEN OTHER
                   IF Mnd-Run-Status(Item-Ind) = "RAN OK"
                       SET Mnd-Complete(Item-Ind) TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT Mnd-Complete(Item-Ind) AND Mnd-Outstanding = 0
               MOVE Item-Ind TO Mnd-Outstanding
           END-IF
       .
      *---------------------------------------------------------------*
       Sign-Off-An-Item SECTION.
      *    A sign-off is given in order: the step has run cleanly
      *    and everything above it is complete - nobody signs off a
      *    reconciliation of figures that are still moving.

           SET Mnd-Refused TO TRUE
           MOVE Mnd-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           EVALUATE TRUE
               WHEN Sup-Not-Supervisor
                   MOVE "SUPERVISORS ONLY" TO Mnd-Reason
               WHEN Mnd-Sign-Item = 0
                 OR Mnd-Sign-Item > Mnd-Item-Count
                   MOVE "NO SUCH ITEM ON THE CHECKLIST" TO Mnd-Reason
               WHEN Mnd-Kind-Run(Mnd-Sign-Item)
                   MOVE "A BATCH STEP - NOTHING TO SIGN" TO Mnd-Reason
               WHEN Mnd-Signed-By(Mnd-Sign-Item) NOT = SPACES
                   STRING "ALREADY SIGNED OFF BY "
                          Mnd-Signed-By(Mnd-Sign-Item)
                          DELIMITED BY SIZE INTO Mnd-Reason
               WHEN Mnd-Kind-Signed-Run(Mnd-Sign-Item)
                AND Mnd-Run-Status(Mnd-Sign-Item) NOT = "RAN OK"
                   MOVE "THE STEP HAS NOT RUN CLEANLY" TO Mnd-Reason
               WHEN Mnd-Outstanding NOT = 0
                AND Mnd-Outstanding < Mnd-Sign-Item
                   MOVE Mnd-Outstanding TO Item-No-Edit
                   STRING "ITEM " Item-No-Edit " ABOVE IT IS NOT DONE"
                          DELIMITED BY SIZE INTO Mnd-Reason
               WHEN Mnd-Sign-Note = SPACES
                   MOVE "SAY WHAT WAS REVIEWED OR EXPLAINED"
                     TO Mnd-Reason
               WHEN OTHER
                   MOVE "S" TO Sign-Kind
                   MOVE Mnd-Program(Mnd-Sign-Item) TO Sign-Program
                   PERFORM Record-A-Line
                   PERFORM Evaluate-The-Checklist
                   SET Mnd-Signed TO TRUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Record-A-Line SECTION.

           OPEN EXTEND Signoff-File
           IF Signoff-File-Not-Found
               OPEN OUTPUT Signoff-File
               CLOSE Signoff-File
               OPEN EXTEND Signoff-File
           END-IF
           MOVE SPACES TO Signoff-Record
           MOVE Sign-Kind       TO Msl-Kind
           MOVE Mnd-Period      TO Msl-Period
           MOVE Sign-Program    TO Msl-Program
           MOVE Mnd-Operator-Id TO Msl-By
           MOVE Run-Date        TO Msl-Date
           MOVE Run-Time(1:6)   TO Msl-Time
           MOVE Mnd-Sign-Note   TO Msl-Note
           WRITE Signoff-Record
           CLOSE Signoff-File
       .

      *****************************************************************
