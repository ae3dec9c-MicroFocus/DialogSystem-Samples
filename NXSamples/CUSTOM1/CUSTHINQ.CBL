      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  History-File-Status         PIC X(2).
          88  History-File-Ok             VALUE "00".
          88  History-File-Not-Found      VALUE "35".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTHINQ: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN INPUT History-File
           IF History-File-Not-Found
               DISPLAY "CUSTHINQ: NO CUSTHIST.ISM - "
