      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Family-Links            VALUE 500.

       77  Customer-File-Status        PIC X(2).
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTFAMM: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN INPUT Customer-File
           PERFORM Load-The-Links
           PERFORM Work-One-Action UNTIL All-Done
