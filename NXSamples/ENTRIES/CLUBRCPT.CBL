      *      amount in pence and a reference; a blank club name
      *      leaves.  The running balance after each posting is
      *      shown so the treasurer sees the cheque land.
      *    The session sends one record to the shared control-total
      *    file under RACERCPT: payments posted, and their value, in
      *    and out alike.
      *---------------------------------------------------------------*

       environment division.

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       77  ledger-file-status          pic x(2).
          88  ledger-file-eof             value "10".
          88  ledger-file-not-found       value "35".

       77  running-balance             pic s9(9)v99.
       77  posted-count                pic 9(4) value 0.
       77  posted-value                pic s9(11)v99 comp value 0.
       01  run-date                    pic 9(8).
       01  balance-edit                pic z(7)9.99-.

      *   control record for the balancing step - see CTLTOT.CBL
       78  control-total-service       value "ctltot".
           copy "CTLTOT.CPY".


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACERCPT: START IT FROM THE ROUTER MENU"
               goback
           end-if

           accept run-date from date yyyymmdd
           perform post-one-receipt until all-done
           display "PAYMENTS POSTED THIS SESSION: " posted-count
           perform write-control-total
           goback.

      *---------------------------------------------------------------*
               close ledger-file
               move "00" to ledger-file-status
               add 1 to posted-count
               add entry-amount to posted-value
               perform show-running-balance
           end-if.

           move running-balance to balance-edit
           display "POSTED - " posting-club
                   " NOW OWES " balance-edit.

      *---------------------------------------------------------------*

       write-control-total section.

           initialize control-total
           move "RACERCPT"   to ctl-job
           move posted-count to ctl-recs-in
           move posted-value to ctl-value-in
           move posted-count to ctl-recs-out
           move posted-value to ctl-value-out
           call control-total-service using control-total.
