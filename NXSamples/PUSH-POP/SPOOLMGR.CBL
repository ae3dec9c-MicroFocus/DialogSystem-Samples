
       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       78  max-spool-jobs              value 200.

       77  spool-file-status           pic x(2).

       01  job-table.
           03  job-entry occurs max-spool-jobs.
               05  jt-record           pic x(81).
       01  jt-view.
           03  jt-job-no               pic 9(6).
           03  jt-status               pic x.
           03  jt-operator             pic x(8).
           03  jt-document             pic x(40).
           03  jt-tries                pic 9(2).
           03  jt-printer              pic x(8).

       01  answer-line                 pic x(10).
       01  answer-action               pic x.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "SPOOLMGR: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform load-the-queue
           perform show-the-queue
           perform work-one-action until all-done
           perform write-the-queue
           goback.

      *----------------------------------------------------------------


       show-the-queue section.

           display "JOB    S         PRINTER  DOCUMENT"
           perform varying job-ind from 1 by 1
                              until job-ind > job-count
               move jt-record(job-ind) to jt-view
                   when "C" move "CANCELLED" to status-word
                   when other move "?        " to status-word
               end-evaluate
               display jt-job-no " " status-word " " jt-printer " "
                       jt-document
           end-perform.

      *----------------------------------------------------------------
