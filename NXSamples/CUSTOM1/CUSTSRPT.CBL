      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Register-File-Status        PIC X(2).
          88  Register-File-Eof           VALUE "10".
          88  Register-File-Not-Found     VALUE "35".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTSRPT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN OUTPUT Reprint-File
           PERFORM Ask-One-Number UNTIL All-Done
           CLOSE Reprint-File
