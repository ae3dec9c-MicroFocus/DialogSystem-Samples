      *    selected event against this file, and the per-event
      *    reports take their event ids from it.  Same small
      *    maintenance shape the customer suite's area master uses.
      *    A relay event carries its number of legs (2 to 9); a
      *    single leg is no relay and the save is refused.
      *---------------------------------------------------------------*

       environment division.

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

           copy "ds-cntrl.mf".
           copy "events.cpb".


       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACEEVNT: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform program-initialize
           perform program-body until event-exit-flg-true
           perform program-terminate.
       program-terminate section.

           close event-file
           goback.

      *---------------------------------------------------------------*

                   move event-name to event-scr-name
                   move event-capacity to event-scr-capacity
                   move event-cutoff to event-scr-cutoff
                   move event-legs to event-scr-legs
                   move "refresh-data" to ds-procedure
           end-read.

       save-event section.

      *   capacity zero means uncapped and cut-off zero means none -
      *   both are legal, so neither blocks the save; legs zero is
      *   an individual race, but a one-leg relay is a mistake
           if event-scr-id = 0 or event-scr-date = 0
              or event-scr-name = spaces or event-scr-legs = 1
               move "show-save-error" to ds-procedure
           else
               move event-scr-id   to event-id
               move event-scr-name to event-name
               move event-scr-capacity to event-capacity
               move event-scr-cutoff to event-cutoff
               move event-scr-legs to event-legs
               rewrite event-record
                   invalid key
                       write event-record
