      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Mail-Rows               VALUE 2000.
       78  Code-Picker                 VALUE "custpick".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTMADR: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Load-The-Addresses
           PERFORM Work-One-Action UNTIL All-Done
           PERFORM Write-The-Addresses
