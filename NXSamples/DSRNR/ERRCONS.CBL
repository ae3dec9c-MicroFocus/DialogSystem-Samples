      *    posts an Urgent notice to the msgboard.dat broadcast
      *    board through the Brdcast conventions - the building
      *    finds out before the customers do.
      *    Sign-on lockouts are logged here too, by the shared
      *    password check (see CUSTOM1/PWDCHECK.CBL) under code
      *    Lockout-Error-Code, and flagged LOCKOUT on the board - the
      *    operators themselves are listed, and unlocked, on the
      *    Pwdmnt console.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Error-Groups            VALUE 200.
       78  Max-Acks                    VALUE 200.
      *    unacknowledged repeats past this post the urgent notice
       78  Err-Threshold               VALUE 10.
      *    the code the password check logs a lockout under
       78  Lockout-Error-Code          VALUE 9001.

       77  Error-Log-File-Status       PIC X(2).
          88  Error-Log-Eof               VALUE "10".
       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "ERRCONS: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM Load-The-Acks
           PERFORM Load-The-Groups
                       PERFORM Post-Urgent-Notice
                   ELSE
                       MOVE SPACES TO Lst-Flag
                       IF Gt-Code(Grp-Ind) = Lockout-Error-Code
                           MOVE "LOCKOUT" TO Lst-Flag
                       END-IF
                   END-IF
                   DISPLAY List-Line
               END-IF
