      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custoact.

      *---------------------------------------------------------------*
      *    Operator activity report - who did what, and when, on one
      *    page, instead of four files read side by side.  Brings
      *    together:
      *        ROUTER.LOG     the router's sign-on and sign-off lines
      *                       (operator and workstation), its
      *                       hand-off lines (each program an
      *                       operator was in) and its DENIED lines
      *                       (dispatches the profile refused)
      *        sessions.dat   the registry board, to tell a session
      *                       still signed on from one that was lost
      *                       without signing off
      *        custaudt.log   every saved change, with the month's
      *                       generation from custaudt.cat when the
      *                       log has since been rotated
      *    and prints to custoact.prt (a day) or custoacm.prt (a
      *    month):
      *        SESSIONS       each sign-on to sign-off, workstation
      *                       by workstation
      *        OPERATORS      per operator: sessions, programs
      *                       entered, refused dispatches, customers
      *                       saved, order lines raised, payments
      *                       posted and their value, and events out
      *                       of hours - then each program entered
      *                       with how often
      *        EXCEPTIONS     in time order, every refused dispatch
      *                       and every sign-on and customer saved
      *                       out of hours, with the workstation the
      *                       operator was signed on at
      *    Out of hours is a day the business calendar has closed
      *    (see CALCHECK.CPY - weekends and buscal.dat) or a time
      *    outside the office hours.  Driven by environment
      *    variables, as Custartv is:
      *        CUSTOACT-DATE    the day, yyyymmdd (blank = today)
      *        CUSTOACT-PERIOD  a month, yyyymm - when set, the
      *                         monthly report for it instead
      *        CUSTOACT-HOURS   office hours hhmmhhmm (blank =
      *                         08001800)
      *    A line logged before the router named the operator on
      *    its hand-offs is counted against UNKNOWN.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Router-Log-File ASSIGN "ROUTER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Router-Log-File-Status.

           SELECT Session-File ASSIGN "sessions.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Session-File-Status.

           SELECT Catalogue-File ASSIGN "custaudt.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Report-File ASSIGN DYNAMIC Report-File-Name
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    the three kinds of router line, told apart by what stands
      *    in column 19 - see ROUTER.CBL
       FD  Router-Log-File.
       01  Router-Log-Record.
           03  Rl-Date                 PIC X(8).
           03  FILLER                  PIC X(1).
           03  Rl-Time                 PIC X(8).
           03  FILLER                  PIC X(1).
           03  Rl-Rest                 PIC X(62).
       01  Router-Hand-Off-View.
           03  FILLER                  PIC X(18).
           03  Rh-From-Program         PIC X(8).
           03  Rh-To                   PIC X(4).
           03  Rh-To-Program           PIC X(8).
           03  Rh-By                   PIC X(4).
           03  Rh-Operator             PIC X(8).
           03  FILLER                  PIC X(30).
       01  Router-Deny-View.
           03  FILLER                  PIC X(18).
           03  Rd-Denied               PIC X(7).
           03  Rd-Operator             PIC X(8).
           03  FILLER                  PIC X(4).
           03  Rd-Program              PIC X(8).
           03  FILLER                  PIC X(35).
       01  Router-Session-View.
           03  FILLER                  PIC X(18).
           03  Rs-Event                PIC X(8).
           03  Rs-Operator             PIC X(8).
           03  FILLER                  PIC X(4).
           03  Rs-Workstation          PIC X(8).
           03  FILLER                  PIC X(4).
           03  Rs-Program              PIC X(8).
           03  FILLER                  PIC X(22).

      *    sized to SESSREG.CBL's 80-byte slot
       FD  Session-File.
       01  Session-Record.
           03  Ses-Operator            PIC X(8).
           03  Ses-Workstation         PIC X(8).
           03  Ses-On-Date             PIC 9(8).
           03  Ses-On-Time             PIC 9(8).
           03  Ses-Program             PIC X(8).
           03  Ses-Upd-Date            PIC 9(8).
           03  Ses-Upd-Time            PIC 9(8).
           03  FILLER                  PIC X(24).

       FD  Catalogue-File.
       01  Catalogue-Record.
           03  Cat-File-Name           PIC X(16).
           03  FILLER                  PIC X(1).
           03  Cat-Period              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Cat-Record-Count        PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Rotated-Date        PIC 9(8).

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Sessions                VALUE 500.
       78  Max-Operators               VALUE 100.
       78  Max-Op-Programs             VALUE 400.
       78  Max-Exceptions              VALUE 300.
       78  Max-Workstations            VALUE 100.
      *    the Router's own operations menu - somewhere the operator
      *    waits between programs, not a program entered
       78  Router-Menu                 VALUE "MENU".

       77  Router-Log-File-Status      PIC X(2).
          88  Router-Log-File-Eof         VALUE "10".
          88  Router-Log-File-Not-Found   VALUE "35".
       77  Session-File-Status         PIC X(2).
          88  Session-File-Eof            VALUE "10".
          88  Session-File-Not-Found      VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".

       01  Audit-File-Name             PIC X(16).
       01  Report-File-Name            PIC X(16).

      *    the run's window and office hours
       01  Date-Env                    PIC X(8).
       01  Period-Env                  PIC X(6).
       01  Hours-Env                   PIC X(8).
       01  Monthly-Sw                  PIC X(01) VALUE "N".
          88  Monthly-Report              VALUE "Y".
       01  Run-Date                    PIC 9(8).
       01  From-Date                   PIC 9(8).
       01  To-Date                     PIC 9(8).
       01  Window-Period               PIC 9(6).
       01  Office-Opens                PIC 9(4) VALUE 0800.
       01  Office-Closes               PIC 9(4) VALUE 1800.
       77  Env-Ind                     PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.
       77  Number-Build                PIC 9(8) COMP.

      *    the day and time of the event being judged
       01  Event-Date                  PIC 9(8).
       01  Event-Time                  PIC 9(8).
       01  Event-Time-X REDEFINES Event-Time.
           03  Event-Hhmm              PIC 9(4).
           03  FILLER                  PIC 9(4).
       01  Event-Stamp.
           03  Evs-Date                PIC 9(8).
           03  Evs-Time                PIC 9(8).
       01  Event-Operator              PIC X(8).
       01  Event-Workstation           PIC X(8).
       01  Out-Of-Hours-Sw             PIC X(01).
          88  Out-Of-Hours                VALUE "Y".
       01  Checked-Date                PIC 9(8) VALUE 0.
       01  Checked-Day-Sw              PIC X(01).
          88  Checked-Day-Closed          VALUE "C".

      *    one sign-on to sign-off; a session still open has the
      *    highest stamp as its sign-off so it covers everything
      *    after it
       77  Sn-Ind                      PIC 9(4) COMP.
       77  Sn-Look                     PIC 9(4) COMP.
       77  Sn-Count                    PIC 9(4) COMP VALUE 0.
       77  Sessions-Lost               PIC 9(4) COMP VALUE 0.
       01  Session-Table.
           03  Session-Entry OCCURS Max-Sessions.
               05  Sn-Operator         PIC X(8).
               05  Sn-Workstation      PIC X(8).
               05  Sn-On-Stamp.
                   07  Sn-On-Date      PIC 9(8).
                   07  Sn-On-Time      PIC 9(8).
               05  Sn-Off-Stamp.
                   07  Sn-Off-Date     PIC 9(8).
                   07  Sn-Off-Time     PIC 9(8).
               05  Sn-Open             PIC X.
               05  Sn-Out-Of-Hours     PIC X.
       01  Open-Stamp                  PIC X(16) VALUE ALL "9".

       77  Ws-Ind                      PIC 9(4) COMP.
       77  Ws-Count                    PIC 9(4) COMP.
       01  Workstation-Table.
           03  Workstation-Name OCCURS Max-Workstations
                                       PIC X(8).

       77  Op-Ind                      PIC 9(4) COMP.
       77  Op-Count                    PIC 9(4) COMP VALUE 0.
       77  Op-Shift                    PIC 9(4) COMP.
       01  Operator-Table.
           03  Operator-Entry OCCURS Max-Operators.
               05  Op-Id               PIC X(8).
               05  Op-Sessions         PIC 9(5) COMP.
               05  Op-Programs         PIC 9(5) COMP.
               05  Op-Refused          PIC 9(5) COMP.
               05  Op-Customers-Saved  PIC 9(5) COMP.
               05  Op-Lines-Raised     PIC 9(5) COMP.
               05  Op-Payments         PIC 9(5) COMP.
               05  Op-Payment-Value    PIC S9(9)V99 COMP-3.
               05  Op-Out-Of-Hours     PIC 9(5) COMP.

       77  Opp-Ind                     PIC 9(4) COMP.
       77  Opp-Count                   PIC 9(4) COMP VALUE 0.
       01  Op-Program-Table.
           03  Op-Program-Entry OCCURS Max-Op-Programs.
               05  Opp-Operator        PIC X(8).
               05  Opp-Program         PIC X(8).
               05  Opp-Entries         PIC 9(5) COMP.
       01  Entered-Program             PIC X(8).

       77  Ex-Ind                      PIC 9(4) COMP.
       77  Ex-Count                    PIC 9(4) COMP VALUE 0.
       77  Ex-Shift                    PIC 9(4) COMP.
       77  Exceptions-Dropped          PIC 9(5) VALUE 0.
       01  Exception-Table.
           03  Exception-Entry OCCURS Max-Exceptions.
               05  Ex-Stamp.
                   07  Ex-Date         PIC 9(8).
                   07  Ex-Time         PIC 9(8).
               05  Ex-Operator         PIC X(8).
               05  Ex-Workstation      PIC X(8).
               05  Ex-Text             PIC X(40).
       01  Exception-Text              PIC X(40).

      *    one saved change can run on over several audit records
       01  Last-Audit-Key.
           03  Lak-Operator            PIC X(8).
           03  Lak-C-Code              PIC X(5).
           03  Lak-Date                PIC 9(8).
           03  Lak-Time                PIC 9(8).
       01  This-Audit-Key.
           03  Tak-Operator            PIC X(8).
           03  Tak-C-Code              PIC X(5).
           03  Tak-Date                PIC 9(8).
           03  Tak-Time                PIC 9(8).
       77  Entry-Ind                   PIC 9(2) COMP.
       77  Generations-Read            PIC 9(4) VALUE 0.

       78  Calendar-Check-Service      VALUE "calcheck".
           COPY "CALCHECK.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(20) VALUE
               "OPERATOR ACTIVITY - ".
           03  Heading-Kind            PIC X(6).
           03  Heading-Window          PIC X(8).
           03  FILLER                  PIC X(16) VALUE
               "   OFFICE HOURS ".
           03  Heading-Opens           PIC 9(4).
           03  FILLER                  PIC X(1) VALUE "-".
           03  Heading-Closes          PIC 9(4).
           03  FILLER                  PIC X(19) VALUE
               " ON BUSINESS DAYS".

       01  Session-Column-Line.
           03  FILLER                  PIC X(40) VALUE
               "WORKSTN   OPERATOR  SIGNED ON      SIGNE".
           03  FILLER                  PIC X(40) VALUE
               "D OFF     NOTE".

       01  Session-Detail.
           03  Sd-Workstation          PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Sd-Operator             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Sd-On-Date              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Sd-On-Time              PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Sd-Off-Date             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Sd-Off-Time             PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  Sd-Note                 PIC X(30).

       01  Operator-Column-Line.
           03  FILLER                  PIC X(40) VALUE
               "OPERATOR  SESS PROGS REFUS CUSTS LINES  ".
           03  FILLER                  PIC X(40) VALUE
               "PAYS PAYMENT VALUE   OUT-HRS".

       01  Operator-Detail.
           03  Od-Operator             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Od-Sessions             PIC ZZZZ9.
           03  Od-Programs             PIC ZZZZZ9.
           03  Od-Refused              PIC ZZZZZ9.
           03  Od-Customers            PIC ZZZZZ9.
           03  Od-Lines                PIC ZZZZZ9.
           03  Od-Payments             PIC ZZZZZ9.
           03  Od-Payment-Value        PIC ZZZ,ZZZ,ZZ9.99-.
           03  Od-Out-Of-Hours         PIC ZZZZZZZZ9.

       01  Program-Detail.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(8) VALUE "ENTERED ".
           03  Pd-Program              PIC X(8).
           03  Pd-Entries              PIC ZZZZ9.
           03  FILLER                  PIC X(6) VALUE " TIMES".

       01  Exception-Column-Line.
           03  FILLER                  PIC X(40) VALUE
               "DATE     TIME OPERATOR WORKSTN  WHAT".

       01  Exception-Detail.
           03  Xd-Date                 PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Xd-Time                 PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Xd-Operator             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Xd-Workstation          PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Xd-Text                 PIC X(40).

       01  Total-Line.
           03  Total-Label             PIC X(40).
           03  Total-Count             PIC ZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Read-Router-Log
           PERFORM Judge-Open-Sessions
           PERFORM Read-Audit-Trail
           PERFORM Print-Sessions
           PERFORM Print-Operators
           PERFORM Print-Exceptions
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           ACCEPT Period-Env FROM ENVIRONMENT "CUSTOACT-PERIOD"
           ACCEPT Hours-Env FROM ENVIRONMENT "CUSTOACT-HOURS"

           IF Period-Env NOT = SPACES
               MOVE Period-Env TO Date-Env
           ELSE
               ACCEPT Date-Env FROM ENVIRONMENT "CUSTOACT-DATE"
           END-IF
           PERFORM Convert-Date-Env
           IF Period-Env NOT = SPACES AND Number-Build > 0
               SET Monthly-Report TO TRUE
               MOVE Number-Build TO Window-Period
               COMPUTE From-Date = Window-Period * 100 + 1
               COMPUTE To-Date = Window-Period * 100 + 31
               MOVE "custoacm.prt" TO Report-File-Name
               MOVE "MONTH" TO Heading-Kind
               MOVE Window-Period TO Heading-Window
           ELSE
               IF Number-Build > 0
                   MOVE Number-Build TO From-Date
               ELSE
                   MOVE Run-Date TO From-Date
               END-IF
               MOVE From-Date TO To-Date
               MOVE From-Date(1:6) TO Window-Period
               MOVE "custoact.prt" TO Report-File-Name
               MOVE "DAY" TO Heading-Kind
               MOVE From-Date TO Heading-Window
           END-IF

           IF Hours-Env NOT = SPACES
               MOVE Hours-Env(1:4) TO Date-Env
               PERFORM Convert-Date-Env
               MOVE Number-Build TO Office-Opens
               MOVE Hours-Env(5:4) TO Date-Env
               PERFORM Convert-Date-Env
               MOVE Number-Build TO Office-Closes
           END-IF

           OPEN OUTPUT Report-File
           MOVE Office-Opens TO Heading-Opens
           MOVE Office-Closes TO Heading-Closes
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Convert-Date-Env SECTION.
      *    The digits of Date-Env as a number; anything else in it is
      *    passed over.

           MOVE 0 TO Number-Build
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 8
               MOVE Date-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Number-Build = Number-Build * 10
                                        + Digit-Cell
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Read-Router-Log SECTION.

           OPEN INPUT Router-Log-File
           IF Router-Log-File-Not-Found
               DISPLAY "CUSTOACT: NO ROUTER.LOG - NO SESSIONS TO SHOW"
           ELSE
               PERFORM UNTIL Router-Log-File-Eof
                   READ Router-Log-File
                       AT END
                           SET Router-Log-File-Eof TO TRUE
                       NOT AT END
                           IF Rl-Date NUMERIC AND Rl-Time NUMERIC
                               PERFORM Judge-One-Router-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Router-Log-File
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Router-Line SECTION.

           MOVE Rl-Date TO Event-Date
           MOVE Rl-Time TO Event-Time
           IF Event-Date NOT < From-Date AND Event-Date NOT > To-Date
               PERFORM Judge-Out-Of-Hours
               EVALUATE TRUE
                   WHEN Rd-Denied = "DENIED "
                       PERFORM Note-Refused-Dispatch
                   WHEN Rs-Event = "SIGNON"
                       PERFORM Note-Sign-On
                   WHEN Rs-Event = "SIGNOFF"
                       PERFORM Note-Sign-Off
                   WHEN Rh-To = " TO "
                       PERFORM Note-Hand-Off
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Out-Of-Hours SECTION.
      *    Event-Date and Event-Time are set by the caller.  The
      *    calendar is asked once per day, not once per line.

           IF Event-Date NOT = Checked-Date
               MOVE Event-Date TO Cal-Date
               CALL Calendar-Check-Service USING Cal-Check
               MOVE Cal-Result TO Checked-Day-Sw
               MOVE Event-Date TO Checked-Date
           END-IF
           MOVE "N" TO Out-Of-Hours-Sw
           IF Checked-Day-Closed
              OR Event-Hhmm < Office-Opens
              OR Event-Hhmm NOT < Office-Closes
               SET Out-Of-Hours TO TRUE
           END-IF
           MOVE Event-Date TO Evs-Date
           MOVE Event-Time TO Evs-Time
       .
      *---------------------------------------------------------------*
       Note-Sign-On SECTION.

           MOVE Rs-Operator TO Event-Operator
           PERFORM Find-Operator
           ADD 1 TO Op-Sessions(Op-Ind)
           IF Sn-Count < Max-Sessions
               ADD 1 TO Sn-Count
               MOVE Rs-Operator    TO Sn-Operator(Sn-Count)
               MOVE Rs-Workstation TO Sn-Workstation(Sn-Count)
               MOVE Event-Stamp    TO Sn-On-Stamp(Sn-Count)
               MOVE Open-Stamp     TO Sn-Off-Stamp(Sn-Count)
               MOVE "Y"            TO Sn-Open(Sn-Count)
               MOVE Out-Of-Hours-Sw TO Sn-Out-Of-Hours(Sn-Count)
           END-IF
           IF Out-Of-Hours
               ADD 1 TO Op-Out-Of-Hours(Op-Ind)
               MOVE "SIGNED ON OUT OF HOURS" TO Exception-Text
               MOVE Rs-Workstation TO Event-Workstation
               PERFORM Add-Exception
           END-IF
       .
      *---------------------------------------------------------------*
       Note-Sign-Off SECTION.
      *    Closes the operator's latest open session at that
      *    workstation; a sign-off with none open signed on before
      *    the window began.

           MOVE 0 TO Sn-Ind
           PERFORM VARYING Sn-Look FROM Sn-Count BY -1
                              UNTIL Sn-Look = 0 OR Sn-Ind NOT = 0
               IF Sn-Operator(Sn-Look) = Rs-Operator
                  AND Sn-Workstation(Sn-Look) = Rs-Workstation
                  AND Sn-Open(Sn-Look) = "Y"
                   MOVE Sn-Look TO Sn-Ind
               END-IF
           END-PERFORM
           IF Sn-Ind = 0 AND Sn-Count < Max-Sessions
               ADD 1 TO Sn-Count
               MOVE Sn-Count       TO Sn-Ind
               MOVE Rs-Operator    TO Sn-Operator(Sn-Ind)
               MOVE Rs-Workstation TO Sn-Workstation(Sn-Ind)
               MOVE ZEROES         TO Sn-On-Stamp(Sn-Ind)
               MOVE "N"            TO Sn-Out-Of-Hours(Sn-Ind)
           END-IF
           IF Sn-Ind NOT = 0
               MOVE Event-Stamp TO Sn-Off-Stamp(Sn-Ind)
               MOVE "N" TO Sn-Open(Sn-Ind)
           END-IF
           MOVE Rs-Program TO Entered-Program
           MOVE Rs-Operator TO Event-Operator
           PERFORM Note-Program-Entered
       .
      *---------------------------------------------------------------*
       Note-Hand-Off SECTION.
      *    The program handed off from is the one the operator was
      *    in; the one handed to is counted when it hands off in
      *    turn, or at sign-off.

           IF Rh-By = " BY "
               MOVE Rh-Operator TO Event-Operator
           ELSE
               MOVE "UNKNOWN" TO Event-Operator
           END-IF
           MOVE Rh-From-Program TO Entered-Program
           PERFORM Note-Program-Entered
       .
      *---------------------------------------------------------------*
       Note-Program-Entered SECTION.
      *    Entered-Program and Event-Operator are set by the caller.

           IF Entered-Program NOT = SPACES
              AND Entered-Program NOT = Router-Menu
               PERFORM Find-Operator
               ADD 1 TO Op-Programs(Op-Ind)
               IF Out-Of-Hours
                   ADD 1 TO Op-Out-Of-Hours(Op-Ind)
               END-IF
               PERFORM VARYING Opp-Ind FROM 1 BY 1
                          UNTIL Opp-Ind > Opp-Count
                             OR (Opp-Operator(Opp-Ind) = Event-Operator
                             AND Opp-Program(Opp-Ind) = Entered-Program)
                   CONTINUE
               END-PERFORM
               IF Opp-Ind > Opp-Count
                   IF Opp-Count < Max-Op-Programs
                       ADD 1 TO Opp-Count
                       MOVE Event-Operator  TO Opp-Operator(Opp-Count)
                       MOVE Entered-Program TO Opp-Program(Opp-Count)
                       MOVE 1 TO Opp-Entries(Opp-Count)
                   END-IF
               ELSE
                   ADD 1 TO Opp-Entries(Opp-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Note-Refused-Dispatch SECTION.

           MOVE Rd-Operator TO Event-Operator
           PERFORM Find-Operator
           ADD 1 TO Op-Refused(Op-Ind)
           IF Out-Of-Hours
               ADD 1 TO Op-Out-Of-Hours(Op-Ind)
           END-IF
           MOVE SPACES TO Exception-Text
           STRING "REFUSED " DELIMITED BY SIZE
                  Rd-Program DELIMITED BY SPACE
               INTO Exception-Text
           END-STRING
           IF Out-Of-Hours
               MOVE " - OUT OF HOURS" TO Exception-Text(25:16)
           END-IF
           PERFORM Find-Workstation
           PERFORM Add-Exception
       .
      *---------------------------------------------------------------*
       Find-Operator SECTION.
      *    Event-Operator's entry, made if it is new - the table is
      *    kept in operator order, so a new one is slotted in.

           IF Event-Operator = SPACES
               MOVE "UNKNOWN" TO Event-Operator
           END-IF
           PERFORM VARYING Op-Ind FROM 1 BY 1
                              UNTIL Op-Ind > Op-Count
                                 OR Op-Id(Op-Ind) NOT < Event-Operator
               CONTINUE
           END-PERFORM
           IF Op-Ind > Op-Count OR Op-Id(Op-Ind) NOT = Event-Operator
               IF Op-Count = Max-Operators
      *            a full table counts the newcomer on the last line
                   MOVE Op-Count TO Op-Ind
               ELSE
                   PERFORM VARYING Op-Shift FROM Op-Count BY -1
                                      UNTIL Op-Shift < Op-Ind
                       MOVE Operator-Entry(Op-Shift)
                                       TO Operator-Entry(Op-Shift + 1)
                   END-PERFORM
                   ADD 1 TO Op-Count
                   INITIALIZE Operator-Entry(Op-Ind)
                   MOVE Event-Operator TO Op-Id(Op-Ind)
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Workstation SECTION.
      *    Where Event-Operator was signed on at Event-Stamp - spaces
      *    when no session in the window covers it.

           MOVE SPACES TO Event-Workstation
           PERFORM VARYING Sn-Look FROM 1 BY 1
                              UNTIL Sn-Look > Sn-Count
               IF Sn-Operator(Sn-Look) = Event-Operator
                  AND Sn-On-Stamp(Sn-Look) NOT > Event-Stamp
                  AND Sn-Off-Stamp(Sn-Look) NOT < Event-Stamp
                   MOVE Sn-Workstation(Sn-Look) TO Event-Workstation
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Add-Exception SECTION.
      *    Slotted into time order; Exception-Text and
      *    Event-Workstation are set by the caller.

           IF Ex-Count < Max-Exceptions
               PERFORM VARYING Ex-Ind FROM 1 BY 1
                                  UNTIL Ex-Ind > Ex-Count
                                     OR Ex-Stamp(Ex-Ind) > Event-Stamp
                   CONTINUE
               END-PERFORM
               PERFORM VARYING Ex-Shift FROM Ex-Count BY -1
                                  UNTIL Ex-Shift < Ex-Ind
                   MOVE Exception-Entry(Ex-Shift)
                                   TO Exception-Entry(Ex-Shift + 1)
               END-PERFORM
               ADD 1 TO Ex-Count
               MOVE Event-Stamp       TO Ex-Stamp(Ex-Ind)
               MOVE Event-Operator    TO Ex-Operator(Ex-Ind)
               MOVE Event-Workstation TO Ex-Workstation(Ex-Ind)
               MOVE Exception-Text    TO Ex-Text(Ex-Ind)
           ELSE
               ADD 1 TO Exceptions-Dropped
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Open-Sessions SECTION.
      *    A session with no sign-off is either still on the registry
      *    board or was lost - the router killed before it could
      *    sign off.

           OPEN INPUT Session-File
           PERFORM VARYING Sn-Ind FROM 1 BY 1 UNTIL Sn-Ind > Sn-Count
               IF Sn-Open(Sn-Ind) = "Y"
                   MOVE "L" TO Sn-Open(Sn-Ind)
               END-IF
           END-PERFORM
           IF NOT Session-File-Not-Found
               PERFORM UNTIL Session-File-Eof
                   READ Session-File
                       AT END
                           SET Session-File-Eof TO TRUE
                       NOT AT END
                           IF Ses-Operator NOT = SPACES
                               PERFORM Match-Live-Session
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Session-File
           END-IF
           PERFORM VARYING Sn-Ind FROM 1 BY 1 UNTIL Sn-Ind > Sn-Count
               IF Sn-Open(Sn-Ind) = "L"
                   ADD 1 TO Sessions-Lost
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Match-Live-Session SECTION.

           PERFORM VARYING Sn-Ind FROM 1 BY 1 UNTIL Sn-Ind > Sn-Count
               IF Sn-Open(Sn-Ind) = "L"
                  AND Sn-Operator(Sn-Ind) = Ses-Operator
                  AND Sn-Workstation(Sn-Ind) = Ses-Workstation
                  AND Sn-On-Date(Sn-Ind) = Ses-On-Date
                   MOVE "Y" TO Sn-Open(Sn-Ind)
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Read-Audit-Trail SECTION.
      *    The month's generation if Custarot has rotated it off the
      *    live log, then the live log itself.

           OPEN INPUT Catalogue-File
           IF NOT Catalogue-File-Not-Found
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           IF Cat-Period = Window-Period
                               MOVE Cat-File-Name TO Audit-File-Name
                               PERFORM Read-One-Audit-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
           END-IF
           MOVE "custaudt.log" TO Audit-File-Name
           PERFORM Read-One-Audit-File
       .
      *---------------------------------------------------------------*
       Read-One-Audit-File SECTION.

           MOVE LOW-VALUES TO Last-Audit-Key
           OPEN INPUT Audit-File
           IF Audit-File-Not-Found
               IF Audit-File-Name NOT = "custaudt.log"
                   DISPLAY "CUSTOACT: CATALOGUED GENERATION MISSING: "
                           Audit-File-Name
               END-IF
           ELSE
               ADD 1 TO Generations-Read
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           IF Audit-Date NOT < From-Date
                              AND Audit-Date NOT > To-Date
                               PERFORM Judge-One-Audit-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Audit-File
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Audit-Record SECTION.
      *    A saved change (no event code) counts one customer saved
      *    however many records it ran on over.  An order line with
      *    nothing on it before and an order value after was raised;
      *    a payment value that went up was a payment posted.

           MOVE Audit-Operator-Id TO Event-Operator
           PERFORM Find-Operator
           MOVE Audit-Date TO Event-Date
           MOVE Audit-Time TO Event-Time
           PERFORM Judge-Out-Of-Hours

           MOVE Audit-Operator-Id TO Tak-Operator
           MOVE Audit-C-Code      TO Tak-C-Code
           MOVE Audit-Date        TO Tak-Date
           MOVE Audit-Time        TO Tak-Time
           IF Audit-Event-None AND This-Audit-Key NOT = Last-Audit-Key
               ADD 1 TO Op-Customers-Saved(Op-Ind)
               IF Out-Of-Hours
                   ADD 1 TO Op-Out-Of-Hours(Op-Ind)
                   MOVE SPACES TO Exception-Text
                   STRING "SAVED CUSTOMER " DELIMITED BY SIZE
                          Audit-C-Code      DELIMITED BY SIZE
                          " - OUT OF HOURS" DELIMITED BY SIZE
                       INTO Exception-Text
                   END-STRING
                   PERFORM Find-Workstation
                   PERFORM Add-Exception
               END-IF
           END-IF
           MOVE This-Audit-Key TO Last-Audit-Key

           PERFORM VARYING Entry-Ind FROM 1 BY 1 UNTIL Entry-Ind > 10
               IF Audit-Ord-No(Entry-Ind) NOT = 0
                   IF Audit-Ord-Val-Before(Entry-Ind) = 0
                      AND Audit-Pay-Val-Before(Entry-Ind) = 0
                      AND Audit-Ord-Val-After(Entry-Ind) NOT = 0
                      AND NOT Audit-Line-Off-File(Entry-Ind)
                       ADD 1 TO Op-Lines-Raised(Op-Ind)
                   END-IF
                   IF Audit-Pay-Val-After(Entry-Ind) >
                      Audit-Pay-Val-Before(Entry-Ind)
                       ADD 1 TO Op-Payments(Op-Ind)
                       COMPUTE Op-Payment-Value(Op-Ind) =
                               Op-Payment-Value(Op-Ind)
                             + Audit-Pay-Val-After(Entry-Ind)
                             - Audit-Pay-Val-Before(Entry-Ind)
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Print-Sessions SECTION.
      *    Workstation by workstation, each one's sessions in the
      *    order they signed on.

           MOVE 0 TO Ws-Count
           PERFORM VARYING Sn-Ind FROM 1 BY 1 UNTIL Sn-Ind > Sn-Count
               PERFORM VARYING Ws-Ind FROM 1 BY 1
                                  UNTIL Ws-Ind > Ws-Count
                          OR Workstation-Name(Ws-Ind) =
                                              Sn-Workstation(Sn-Ind)
                   CONTINUE
               END-PERFORM
               IF Ws-Ind > Ws-Count AND Ws-Count < Max-Workstations
                   ADD 1 TO Ws-Count
                   MOVE Sn-Workstation(Sn-Ind)
                                   TO Workstation-Name(Ws-Count)
               END-IF
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "SESSIONS" TO Report-Line
           WRITE Report-Line
           MOVE Session-Column-Line TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Ws-Ind FROM 1 BY 1 UNTIL Ws-Ind > Ws-Count
               PERFORM VARYING Sn-Ind FROM 1 BY 1
                                  UNTIL Sn-Ind > Sn-Count
                   IF Sn-Workstation(Sn-Ind) = Workstation-Name(Ws-Ind)
                       PERFORM Print-One-Session
                   END-IF
               END-PERFORM
           END-PERFORM
           IF Sn-Count = 0
               MOVE "  NO SIGN-ONS IN THE PERIOD" TO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Print-One-Session SECTION.

           MOVE SPACES TO Session-Detail
           MOVE Sn-Workstation(Sn-Ind) TO Sd-Workstation
           MOVE Sn-Operator(Sn-Ind)    TO Sd-Operator
           IF Sn-On-Date(Sn-Ind) = 0
               MOVE "EARLIER" TO Sd-On-Date
           ELSE
               MOVE Sn-On-Date(Sn-Ind) TO Sd-On-Date
               MOVE Sn-On-Time(Sn-Ind)(1:4) TO Sd-On-Time
           END-IF
           EVALUATE Sn-Open(Sn-Ind)
               WHEN "Y"
                   MOVE "STILL SIGNED ON" TO Sd-Note
               WHEN "L"
                   MOVE "NO SIGN-OFF - SESSION LOST" TO Sd-Note
               WHEN OTHER
                   MOVE Sn-Off-Date(Sn-Ind) TO Sd-Off-Date
                   MOVE Sn-Off-Time(Sn-Ind)(1:4) TO Sd-Off-Time
           END-EVALUATE
           IF Sn-Out-Of-Hours(Sn-Ind) = "Y" AND Sd-Note = SPACES
               MOVE "OUT OF HOURS" TO Sd-Note
           END-IF
           MOVE Session-Detail TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Print-Operators SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "OPERATORS" TO Report-Line
           WRITE Report-Line
           MOVE Operator-Column-Line TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Op-Ind FROM 1 BY 1 UNTIL Op-Ind > Op-Count
               MOVE Op-Id(Op-Ind)              TO Od-Operator
               MOVE Op-Sessions(Op-Ind)        TO Od-Sessions
               MOVE Op-Programs(Op-Ind)        TO Od-Programs
               MOVE Op-Refused(Op-Ind)         TO Od-Refused
               MOVE Op-Customers-Saved(Op-Ind) TO Od-Customers
               MOVE Op-Lines-Raised(Op-Ind)    TO Od-Lines
               MOVE Op-Payments(Op-Ind)        TO Od-Payments
               MOVE Op-Payment-Value(Op-Ind)   TO Od-Payment-Value
               MOVE Op-Out-Of-Hours(Op-Ind)    TO Od-Out-Of-Hours
               MOVE Operator-Detail TO Report-Line
               WRITE Report-Line
               PERFORM VARYING Opp-Ind FROM 1 BY 1
                                  UNTIL Opp-Ind > Opp-Count
                   IF Opp-Operator(Opp-Ind) = Op-Id(Op-Ind)
                       MOVE Opp-Program(Opp-Ind) TO Pd-Program
                       MOVE Opp-Entries(Opp-Ind) TO Pd-Entries
                       MOVE Program-Detail TO Report-Line
                       WRITE Report-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           IF Op-Count = 0
               MOVE "  NO OPERATOR ACTIVITY IN THE PERIOD"
                                   TO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Print-Exceptions SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "EXCEPTIONS - REFUSED AND OUT OF HOURS" TO Report-Line
           WRITE Report-Line
           MOVE Exception-Column-Line TO Report-Line
           WRITE Report-Line
           PERFORM VARYING Ex-Ind FROM 1 BY 1
                              UNTIL Ex-Ind > Ex-Count
               MOVE Ex-Date(Ex-Ind)          TO Xd-Date
               MOVE Ex-Time(Ex-Ind)(1:4)     TO Xd-Time
               MOVE Ex-Operator(Ex-Ind)      TO Xd-Operator
               MOVE Ex-Workstation(Ex-Ind)   TO Xd-Workstation
               MOVE Ex-Text(Ex-Ind)          TO Xd-Text
               MOVE Exception-Detail TO Report-Line
               WRITE Report-Line
           END-PERFORM
           IF Ex-Count = 0
               MOVE "  NONE" TO Report-Line
               WRITE Report-Line
           END-IF
           IF Exceptions-Dropped > 0
               MOVE "  MORE EXCEPTIONS NOT LISTED" TO Total-Label
               MOVE Exceptions-Dropped TO Total-Count
               MOVE Total-Line TO Report-Line
               WRITE Report-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "SESSIONS"                  TO Total-Label
           MOVE Sn-Count                    TO Total-Count
           MOVE Total-Line TO Report-Line
           WRITE Report-Line
           MOVE "  LOST WITHOUT SIGNING OFF" TO Total-Label
           MOVE Sessions-Lost               TO Total-Count
           MOVE Total-Line TO Report-Line
           WRITE Report-Line
           MOVE "EXCEPTIONS"                TO Total-Label
           MOVE Ex-Count                    TO Total-Count
           MOVE Total-Line TO Report-Line
           WRITE Report-Line

           CLOSE Report-File
           DISPLAY "OPERATOR ACTIVITY WRITTEN TO " Report-File-Name
           GOBACK
       .

      *****************************************************************
