      *    operator id; Search-Audit-Log scans the log, keeps the
      *    matching entries, and the screen pages through them one
      *    change at a time showing Audit-Limit-Before/After and the
      *    Audit-Ord-Val/Pay-Val before/after pairs of the order
      *    lines the change touched, side by side.  Only rows whose
      *    values actually moved are marked (the screenset colours
      *    the marked rows); unchanged rows stay unmarked so the eye
      *    goes straight to the change.
      *    Standalone companion in the same relationship CUSTLKUP.CBL
      *    has with Custom1.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custainq".

           COPY "ds-cntrl.mf  ".
      *    paging back and forth never has to re-scan the log.
       01  Match-Store.
           03  Match-Entry OCCURS Max-Matches.
               05  Match-Image         PIC X(827).

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTAINQ: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Ainq-Exit-Flg-True
           PERFORM Program-Terminate.

           MOVE Ds-Quit-Set TO Ds-Control
           PERFORM Call-Dialog-System
           GOBACK
       .
      *---------------------------------------------------------------*
       Search-Audit-Log SECTION.
