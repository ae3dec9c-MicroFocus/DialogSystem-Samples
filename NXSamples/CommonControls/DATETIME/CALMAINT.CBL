      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Closed-Dates            VALUE 200.

       77  Calendar-File-Status        PIC X(2).
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CALMAINT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Load-The-Calendar
           PERFORM List-The-Calendar
           PERFORM Work-One-Action UNTIL All-Done
           PERFORM Write-The-Calendar
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-The-Calendar SECTION.
