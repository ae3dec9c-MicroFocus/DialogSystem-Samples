      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Config-Lines            VALUE 200.

       77  Config-File-Status          PIC X(2).
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "SITEMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           ACCEPT Config-File-Name FROM ENVIRONMENT "SITECNFG"
           IF Config-File-Name = SPACES
               MOVE "sitecnfg.dat" TO Config-File-Name
