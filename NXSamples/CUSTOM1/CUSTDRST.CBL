      *    utility, the same shape as the stale-lock sweeper
      *    Custlock.
      *    Answers at each offered record: Y restore, N skip, Q stop.
      *    A restored name and address come back onto the address
      *    history (see ADRHLOG.CPY) as a change from nothing.  The
      *    customer's order lines went to the order history
      *    custhist.ism when it was deleted, so it comes back with
      *    none.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Deleted-File-Status         PIC X(2).
          88  Deleted-File-Eof            VALUE "10".
          88  Deleted-File-Not-Found      VALUE "35".
       01  Quit-Restore-Sw             PIC X(01) VALUE "N".
          88  Quit-Restore                VALUE "Y".

       01  My-Operator-Id              PIC X(8).

       78  Address-History-Service     VALUE "adrhlog".
           COPY "ADRHLOG.CPY".

      *    The archived customer image, unpacked through the same
      *    layout Custom1 wrote it from - CUSTREC.CPY again, renamed
      *    so it can sit alongside the live record.
           COPY "CUSTREC.CPY" REPLACING
               ==Customer-Record== BY ==Archived-Customer==
               LEADING ==File== BY ==Arch==.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTDRST: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Offer-One-Record UNTIL Deleted-File-Eof
                                          OR Quit-Restore
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id

           OPEN INPUT Deleted-File
           IF Deleted-File-Not-Found
               DISPLAY "NO DELETED-CUSTOMER ARCHIVE ON THIS SYSTEM"
               NOT INVALID KEY
                   ADD 1 TO Restored-Count
                   DISPLAY "RESTORED " Arch-C-Code
                   PERFORM Log-Restored-Address
           END-WRITE
       .
      *---------------------------------------------------------------*
       Log-Restored-Address SECTION.

           INITIALIZE Ahl-Request
           MOVE Arch-C-Code     TO Ahl-C-Code
           MOVE "CUSTDRST"      TO Ahl-Source
           MOVE My-Operator-Id  TO Ahl-Operator-Id
           MOVE Arch-C-Name     TO Ahl-Name-After
           MOVE Arch-C-Addr1    TO Ahl-Addr1-After
           MOVE Arch-C-Addr2    TO Ahl-Addr2-After
           MOVE Arch-C-Addr3    TO Ahl-Addr3-After
           MOVE Arch-C-Addr4    TO Ahl-Addr4-After
           CALL Address-History-Service USING Ahl-Request
       .
      *---------------------------------------------------------------*
       Read-Next-Archived SECTION.

               CLOSE Deleted-File
               CLOSE Customer-File
           END-IF
           GOBACK
       .

      *****************************************************************
