      *    printer device configured on prtdest.dat, and marks "D"
      *    on success or "F" with the tries stepped on when the
      *    document has gone missing - spoolmgr retries those.
      *    prtdest.dat is one line per printer:
      *        printer-id 8, space, device path 40, space, hold flag
      *    a job goes to the printer its spool-printer names, or to
      *    the first line's printer when it names none; a job for a
      *    printer not on the file fails like a missing document.
      *    The hold flags are honoured every pass: an "H" pauses
      *    that printer's jobs (paper jam, new ribbon) without
      *    killing the despatcher - blank it and they move again.
      *    The despatcher stops when the stop marker spooldsp.stp
      *    exists (spoolmgr's operator drops it there); a pass with
      *    nothing to do sleeps a few seconds before the next look,
       working-storage section.

       78  max-spool-jobs              value 200.
       78  max-printers                value 20.

       77  spool-file-status           pic x(2).
          88  spool-file-eof              value "10".
          88  spool-file-not-found        value "35".
       77  dest-file-status            pic x(2).
          88  dest-file-eof               value "10".
          88  dest-file-not-found         value "35".
       77  stop-file-status            pic x(2).
          88  stop-file-not-found         value "35".
       01  printer-known-sw            pic x value "N".
          88  printer-known               value "Y".

       77  printer-count               pic 9(4) comp value 0.
       77  printer-ind                 pic 9(4) comp.
       77  this-printer-ind            pic 9(4) comp.
       01  printer-table.
           03  printer-entry occurs max-printers.
               05  pt-printer-id       pic x(8).
               05  pt-device           pic x(40).
               05  pt-hold             pic x.

      *   how long an idle pass sleeps before looking again - a
      *   poll every few seconds is prompt enough for the overnight
      *   window and costs the machine nothing in between

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

       procedure division.

           if not stop-asked
               move 0 to done-this-pass
               perform read-printer-config
               if printer-known
                   perform work-the-queue
               end-if
      *        a pass that despatched nothing - empty queue, held
      *        or unconfigured printers - waits before the next
      *        look, rather than spinning flat out on the file
               if done-this-pass = 0
                   call "C$SLEEP" using idle-wait-seconds
       read-printer-config section.

           move "N" to printer-known-sw
           move 0 to printer-count
           open input dest-file
           if dest-file-not-found
               continue
           else
               perform until dest-file-eof
                            or printer-count = max-printers
                   read dest-file
                       at end
                           set dest-file-eof to true
                       not at end
                           add 1 to printer-count
                           move dst-printer-id
                                     to pt-printer-id(printer-count)
                           move dst-device to pt-device(printer-count)
                           move dst-hold to pt-hold(printer-count)
                   end-read
               end-perform
               close dest-file
               move "00" to dest-file-status
               if printer-count not = 0
                   set printer-known to true
               end-if
           end-if.

      *----------------------------------------------------------------

       find-the-printer section.

      *   the job's own printer, or the first one when it names
      *   none - this-printer-ind stays 0 for a printer that is not
      *   on prtdest.dat

           move 0 to this-printer-ind
           if jt-printer = spaces
               move 1 to this-printer-ind
           else
               perform varying printer-ind from 1 by 1
                                  until printer-ind > printer-count
                                        or this-printer-ind not = 0
                   if pt-printer-id(printer-ind) = jt-printer
                       move printer-ind to this-printer-ind
                   end-if
               end-perform
           end-if
           move spaces to printer-device-name
           move "N" to printer-held-sw
           if this-printer-ind not = 0
               move pt-device(this-printer-ind) to printer-device-name
               if pt-hold(this-printer-ind) = "H"
                  or pt-hold(this-printer-ind) = "h"
                   set printer-held to true
               end-if
           end-if.

      *----------------------------------------------------------------
                              until job-ind > job-count
               move jt-record(job-ind) to jt-view
               if jt-status = "W"
                   perform find-the-printer
                   if not printer-held
                       perform despatch-one-job
                       move jt-view to jt-record(job-ind)
                       move "Y" to queue-changed-sw
                       add 1 to done-this-pass
                   end-if
               end-if
           end-perform
           if queue-changed-sw = "Y"

           move "P" to jt-status
           move jt-document to document-file-name
           if this-printer-ind = 0
               move "F" to jt-status
               add 1 to jt-tries
               add 1 to failed-count
           else
               perform copy-to-the-printer
           end-if.

      *----------------------------------------------------------------

       copy-to-the-printer section.

           open input document-file
           if document-file-not-found
               move "F" to jt-status
