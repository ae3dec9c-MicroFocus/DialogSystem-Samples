      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Tax-Rate-File-Status        PIC X(2).
          88  Tax-Rate-File-Ok            VALUE "00".
          88  Tax-Rate-File-Eof           VALUE "10".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "TAXMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN I-O Tax-Rate-File
           IF Tax-Rate-File-Not-Found
               OPEN OUTPUT Tax-Rate-File
