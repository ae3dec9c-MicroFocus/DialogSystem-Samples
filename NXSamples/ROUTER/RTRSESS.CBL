      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rtrsess.

      *---------------------------------------------------------------*
      *    Router session marker (see RTRSESS.CPY for the interface).
      *    Holds, for as long as the run lasts, the operator the
      *    ROUTER signed on.  The menu programs the ROUTER dispatches
      *    are CALLed into the same run and so find the marker set;
      *    the same program started from a command line is a run of
      *    its own, finds this program freshly loaded with nobody
      *    signed on, and refuses - which is what takes the old
      *    standalone start routes out of service.
      *---------------------------------------------------------------*

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01  Signed-On-Operator          PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
           COPY "RTRSESS.CPY".

       PROCEDURE DIVISION USING Router-Session.
       Controlling SECTION.

           EVALUATE TRUE
               WHEN Rts-Action-Sign-On
                   MOVE Rts-Operator-Id TO Signed-On-Operator
               WHEN Rts-Action-End
                   MOVE SPACES TO Signed-On-Operator
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE Signed-On-Operator TO Rts-Operator-Id
           IF Signed-On-Operator = SPACES
               SET Rts-Not-Routed TO TRUE
           ELSE
               SET Rts-Routed TO TRUE
           END-IF
           GOBACK
       .

      *****************************************************************
