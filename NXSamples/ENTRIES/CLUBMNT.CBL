
       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       78  max-clubs                   value 200.

       77  club-file-status            pic x(2).

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACECLUB: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform load-the-master
           perform work-one-action until all-done
           perform write-the-master
