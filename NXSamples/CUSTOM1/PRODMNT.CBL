      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Product-File-Status         PIC X(2).
          88  Product-File-Ok             VALUE "00".
          88  Product-File-Eof            VALUE "10".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "PRODMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN I-O Product-File
           IF Product-File-Not-Found
               OPEN OUTPUT Product-File
