
      *---------------------------------------------------------------*
      *    Email despatch queue console - the SPOOLMGR.CBL idea
      *    applied to emailq.dat.  Lists the statement (and race
      *    result page) email jobs -
      *    waiting, sending, sent, failed, cancelled - and works the
      *    queue:
      *        R nnnnnn   retry a failed job (back to waiting)
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Queue-Jobs              VALUE 2000.

       77  Email-Queue-File-Status     PIC X(2).
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTMMGR: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Load-The-Queue
           IF Job-Count NOT = 0
               PERFORM Show-The-Queue
