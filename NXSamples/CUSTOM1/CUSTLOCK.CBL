      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTLOCK: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Sweep-One-Record UNTIL Customer-File-Eof
                                          OR Quit-Sweep
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           ACCEPT Age-Mins-Env FROM ENVIRONMENT "CUSTLOCK-AGE-MINS"
           MOVE 0 TO Age-Mins
           DISPLAY "STALE LOCKS CLEARED: " Cleared-Count
           CLOSE Customer-File
           CLOSE Sweep-Log-File
           GOBACK
       .

      *****************************************************************
