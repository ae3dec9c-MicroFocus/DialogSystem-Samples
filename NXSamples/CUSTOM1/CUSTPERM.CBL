      *    A period never listed is open - sites that never close a
      *    period behave exactly as before.  The whole file is held
      *    while it is worked and written back fresh.
      *    Closing a period also has the Persnap service store every
      *    customer's open lines and aged balance as they stand at
      *    the close (see PERSNAP.CPY), for the Custatb aged trial
      *    balance; closing it again after a reopen stores afresh.
      *    A period closes only once its month-end checklist is
      *    complete and signed off (see MENDCHK.CPY and the Custmend
      *    console); the close and any reopen go on the checklist's
      *    permanent record, and a reopen voids the sign-offs.
      *    A period in a year the Custyend year-end has closed may be
      *    neither closed again nor reopened.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Periods                 VALUE 200.

      *    period-end balance store - see PERSNAP.CBL
       78  Period-Snapshot-Service     VALUE "persnap".
           COPY "PERSNAP.CPY".

      *    the accounting period check - see PERCHECK.CBL - for
      *    the years the year-end has closed
       78  Period-Check-Service        VALUE "percheck".
           COPY "PERCHECK.CPY".

      *    month-end checklist - see MENDCHK.CBL
       78  Month-End-Service           VALUE "mendchk".
           COPY "MENDCHK.CPY".

       77  Period-File-Status          PIC X(2).
          88  Period-File-Eof             VALUE "10".
          88  Period-File-Not-Found       VALUE "35".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTPERM: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           PERFORM Load-The-Periods
               WHEN "L" WHEN "l"
                   PERFORM List-The-Periods
               WHEN "C" WHEN "c"
                   PERFORM Check-Year-Closed
                   IF NOT Per-Year-Closed
                       PERFORM Close-A-Period
                   END-IF
               WHEN "O" WHEN "o"
                   PERFORM Check-Year-Closed
                   IF NOT Per-Year-Closed
                       PERFORM Reopen-A-Period
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Check-Year-Closed SECTION.

           COMPUTE Per-Date = Answer-Period * 100 + 1
           CALL Period-Check-Service USING Per-Check
           IF Per-Year-Closed
               DISPLAY "PERIOD " Answer-Period " IS IN A CLOSED YEAR "
                       "- IT STAYS AS THE YEAR-END LEFT IT"
           END-IF
       .
      *---------------------------------------------------------------*
       Close-A-Period SECTION.

           IF Answer-Period NOT = 0
               INITIALIZE Month-End
               SET Mnd-Action-Check TO TRUE
               MOVE Answer-Period  TO Mnd-Period
               MOVE My-Operator-Id TO Mnd-Operator-Id
               CALL Month-End-Service USING Month-End
           END-IF
           EVALUATE TRUE
               WHEN Answer-Period = 0
                   DISPLAY "KEY THE PERIOD AS CCYYMM"
               WHEN Mnd-Not-Ready
                   DISPLAY "PERIOD " Answer-Period
                           " NOT READY TO CLOSE - ITEM "
                           Mnd-Outstanding " "
                           Mnd-Program(Mnd-Outstanding) " "
                           Mnd-Run-Status(Mnd-Outstanding)
                   DISPLAY "SEE THE MONTH-END CONSOLE CUSTMEND"
               WHEN OTHER
                   PERFORM Find-The-Period
                   IF Found-Ind = 0
                       IF Row-Count < Max-Periods
                           ADD 1 TO Row-Count
                           MOVE Row-Count TO Found-Ind
                           MOVE SPACES TO Pr-View
                           MOVE Answer-Period TO Prv-Period
                       ELSE
                           DISPLAY "PERIOD FILE FULL"
                       END-IF
                   ELSE
                       MOVE Pr-Record(Found-Ind) TO Pr-View
                   END-IF
                   IF Found-Ind NOT = 0
                       MOVE "C" TO Prv-Status
                       MOVE My-Operator-Id TO Prv-Closed-By
                       MOVE Run-Date TO Prv-Closed-On
                       MOVE Pr-View TO Pr-Record(Found-Ind)
                       DISPLAY "PERIOD " Answer-Period " CLOSED"
                       MOVE Answer-Period  TO Psn-Period
                       MOVE My-Operator-Id TO Psn-Operator-Id
                       CALL Period-Snapshot-Service USING Psn-Request
                       DISPLAY "BALANCES STORED FOR " Psn-Customers
                               " CUSTOMERS"
                       SET Mnd-Action-Closed TO TRUE
                       CALL Month-End-Service USING Month-End
                   END-IF
               END-EVALUATE
       .
      *---------------------------------------------------------------*
       Reopen-A-Period SECTION.
               MOVE "O" TO Prv-Status
               MOVE Pr-View TO Pr-Record(Found-Ind)
               DISPLAY "PERIOD " Answer-Period " REOPENED"
               INITIALIZE Month-End
               SET Mnd-Action-Reopened TO TRUE
               MOVE Answer-Period  TO Mnd-Period
               MOVE My-Operator-Id TO Mnd-Operator-Id
               CALL Month-End-Service USING Month-End
           END-IF
       .
      *---------------------------------------------------------------*
