      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custlkup".

           COPY "ds-cntrl.mf  ".

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTLKUP: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Lookup-Exit-Flg-True
           PERFORM Program-Terminate.
           IF Name-Index-Open
               CLOSE Name-Index-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Search-By-Name SECTION.
