      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Registry-Service            VALUE "sessreg".
           COPY "SESSREG.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "SESSMON: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Show-The-Board
           PERFORM Work-One-Action UNTIL All-Done
           GOBACK
