      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custcapr.

      *---------------------------------------------------------------*
      *    Credit application chase list.  Every custcapp.ism
      *    application (see CUSTCAPP.CPY) still outstanding more
      *    than the days given in the CUSTCAPR-DAYS environment
      *    variable - five when unset - goes to custcapr.prt, oldest
      *    first, with the customer, the limit asked for, who opened
      *    it and when, the days it has waited and what is still
      *    missing before the Custcapm console can approve it: the
      *    trade references, the bank reference, the Custpick
      *    duplicate search.  Days are counted the way the ageing
      *    reports count them - every month thirty days.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Application-File ASSIGN "custcapp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Capp-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Application-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Report-File ASSIGN "custcapr.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Application-File.
           COPY "CUSTCAPP.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Chases                  VALUE 500.

       77  Application-File-Status     PIC X(2).
          88  Application-File-Eof        VALUE "10".
          88  Application-File-Not-Found  VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".

       01  Days-Env                    PIC X(3).
       01  Days-Allowed                PIC 9(3) VALUE 5.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       01  Run-Date                    PIC 9(8).
       77  Today-Serial                PIC 9(7) COMP.
       77  Keyed-Serial                PIC 9(7) COMP.
       77  Days-Out                    PIC S9(7) COMP.

       77  Chase-Ind                   PIC 9(4) COMP.
       77  Chase-Count                 PIC 9(4) COMP VALUE 0.
       77  This-Chase-Ind              PIC 9(4) COMP.
       77  Ref-Ind                     PIC 9(4) COMP.
       77  Outstanding-Count           PIC 9(6) VALUE 0.

      *    Held oldest first - inserted in order of days waited the
      *    way Custasal keeps its totals in order.
       01  Chase-Table.
           03  Ch-Entry OCCURS Max-Chases.
               05  Ch-Days             PIC S9(7) COMP.
               05  Ch-Application      PIC X(226).

       01  Heading-Line.
           03  FILLER                  PIC X(44) VALUE
               "CREDIT APPLICATIONS OUTSTANDING OVER DAYS: ".
           03  Hd-Days                 PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "  FROM: ".
           03  Hd-Date                 PIC 9(8).

       01  Column-Heading.
           03  FILLER                  PIC X(32) VALUE
               "CODE  NAME            REQUESTED ".
           03  FILLER                  PIC X(37) VALUE
               "OPENED   ON       DAYS  STILL MISSING".

       01  Chase-Line.
           03  Cl-C-Code               PIC X(5).
           03  FILLER                  PIC X(1).
           03  Cl-C-Name               PIC X(15).
           03  FILLER                  PIC X(1).
           03  Cl-Requested            PIC Z(8)9.
           03  FILLER                  PIC X(2).
           03  Cl-Keyed-By             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Cl-Keyed-Date           PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cl-Days                 PIC ZZZ9.
           03  FILLER                  PIC X(2).
           03  Cl-Missing              PIC X(40).

       01  Footing-Line.
           03  FILLER                  PIC X(24) VALUE
               "APPLICATIONS TO CHASE: ".
           03  Ft-Count                PIC Z(5)9.
           03  FILLER                  PIC X(24) VALUE
               "   OF OUTSTANDING: ".
           03  Ft-Outstanding          PIC Z(5)9.

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF NOT Application-File-Not-Found
               PERFORM UNTIL Application-File-Eof
                   READ Application-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Check-One-Application
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING Chase-Ind FROM 1 BY 1
                              UNTIL Chase-Ind > Chase-Count
               PERFORM Print-One-Chase
           END-PERFORM
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE SPACES TO Days-Env
           ACCEPT Days-Env FROM ENVIRONMENT "CUSTCAPR-DAYS"
           IF Days-Env NOT = SPACES
               MOVE 0 TO Days-Allowed
               PERFORM VARYING Chase-Ind FROM 1 BY 1
                                  UNTIL Chase-Ind > 3
                   MOVE Days-Env(Chase-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Days-Allowed =
                                   Days-Allowed * 10 + Digit-Cell
                   END-IF
               END-PERFORM
           END-IF
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Today-Serial

           OPEN OUTPUT Report-File
           MOVE Days-Allowed TO Hd-Days
           MOVE Run-Date     TO Hd-Date
           WRITE Report-Line FROM Heading-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Column-Heading

           OPEN INPUT Application-File
           IF Application-File-Not-Found
               DISPLAY "CUSTCAPR: NO CUSTCAPP.ISM - NO CREDIT "
                       "APPLICATION HAS BEEN OPENED"
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Check-One-Application SECTION.

           IF Capp-Pending
               ADD 1 TO Outstanding-Count
               MOVE Capp-Keyed-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Keyed-Serial
               COMPUTE Days-Out = Today-Serial - Keyed-Serial
               IF Days-Out > Days-Allowed
                   PERFORM Hold-One-Chase
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Hold-One-Chase SECTION.
      *    Slot in front of the first entry that has waited less;
      *    a full table drops the application that has waited least.

           MOVE 0 TO This-Chase-Ind
           PERFORM VARYING Chase-Ind FROM 1 BY 1
                              UNTIL Chase-Ind > Chase-Count
                                    OR This-Chase-Ind NOT = 0
               IF Ch-Days(Chase-Ind) < Days-Out
                   MOVE Chase-Ind TO This-Chase-Ind
               END-IF
           END-PERFORM
           IF This-Chase-Ind = 0
               IF Chase-Count < Max-Chases
                   ADD 1 TO Chase-Count
                   MOVE Chase-Count TO This-Chase-Ind
               END-IF
           ELSE
               IF Chase-Count = Max-Chases
                   SUBTRACT 1 FROM Chase-Count
               END-IF
               PERFORM VARYING Chase-Ind FROM Chase-Count BY -1
                                  UNTIL Chase-Ind < This-Chase-Ind
                   MOVE Ch-Entry(Chase-Ind) TO Ch-Entry(Chase-Ind + 1)
               END-PERFORM
               ADD 1 TO Chase-Count
           END-IF
           IF This-Chase-Ind NOT = 0
               MOVE Days-Out TO Ch-Days(This-Chase-Ind)
               MOVE Credit-Application-Record TO
                                   Ch-Application(This-Chase-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Chase SECTION.

           MOVE Ch-Application(Chase-Ind) TO Credit-Application-Record
           MOVE SPACES TO Chase-Line
           MOVE Capp-C-Code TO Cl-C-Code
           MOVE "** NOT ON FILE **" TO Cl-C-Name
           IF Customer-Open
               MOVE Capp-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name TO Cl-C-Name
               END-READ
           END-IF
           MOVE Capp-Limit-Requested TO Cl-Requested
           MOVE Capp-Keyed-By        TO Cl-Keyed-By
           MOVE Capp-Keyed-Date      TO Cl-Keyed-Date
           MOVE Ch-Days(Chase-Ind)   TO Cl-Days

           MOVE 1 TO Ref-Ind
           IF Capp-Trade-Ref(1) = SPACES OR Capp-Trade-Ref(2) = SPACES
               STRING "TRADE REFS " DELIMITED BY SIZE
                      INTO Cl-Missing WITH POINTER Ref-Ind
               END-STRING
           END-IF
           IF Capp-Bank-Ref = SPACES
               STRING "BANK REF " DELIMITED BY SIZE
                      INTO Cl-Missing WITH POINTER Ref-Ind
               END-STRING
           END-IF
           IF Capp-Dup-Not-Run
               STRING "DUPLICATE SEARCH" DELIMITED BY SIZE
                      INTO Cl-Missing WITH POINTER Ref-Ind
               END-STRING
           END-IF
           IF Capp-Dup-Found
               STRING "SAME AS " Capp-Dup-C-Code "?" DELIMITED BY SIZE
                      INTO Cl-Missing WITH POINTER Ref-Ind
               END-STRING
           END-IF
           IF Ref-Ind = 1
               MOVE "NOTHING - AWAITING DECISION" TO Cl-Missing
           END-IF
           WRITE Report-Line FROM Chase-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Chase-Count       TO Ft-Count
           MOVE Outstanding-Count TO Ft-Outstanding
           WRITE Report-Line FROM Footing-Line
           CLOSE Report-File
           IF NOT Application-File-Not-Found
               CLOSE Application-File
           END-IF
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           DISPLAY "CUSTCAPR: " Chase-Count " OF " Outstanding-Count
                   " OUTSTANDING APPLICATIONS TO CHASE"
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
