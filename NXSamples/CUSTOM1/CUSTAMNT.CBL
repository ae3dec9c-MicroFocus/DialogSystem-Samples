      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custamnt".

           COPY "ds-cntrl.mf  ".

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTAMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Amnt-Exit-Flg-True
           PERFORM Program-Terminate.
           MOVE Ds-Quit-Set TO Ds-Control
           PERFORM Call-Dialog-System
           CLOSE Area-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Area SECTION.
