      *****************************************************************
      *    Call-Record - record layout of the collections call log
      *    custcall.dat, one line per call a collector records on
      *    the Custcolw worklist console: when, who made it, which
      *    customer, the outcome and, for a promise to pay, the date
      *    and amount promised.  Outcomes:
      *        PP  promise to pay        NA  no answer
      *        LM  left a message        RF  refused to pay
      *        QY  query raised          PD  says already paid
      *    The line leads with its CCYYMMDD date so the retention
      *    manager can trim it as a dated log.  Read by the Custcsum
      *    day-end summary.  COPY this immediately after the
      *    program's own "FD Call-File." line.
      *****************************************************************
       01  Call-Record.
           03  Call-Date                PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Call-Time                PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Call-Collector           PIC X(8).
           03  FILLER                   PIC X(1).
           03  Call-C-Code              PIC X(5).
           03  FILLER                   PIC X(1).
           03  Call-Outcome             PIC X(2).
               88  Call-Promise             VALUE "PP".
               88  Call-Outcome-Valid       VALUE "PP" "NA" "LM"
                                                  "RF" "QY" "PD".
           03  FILLER                   PIC X(1).
           03  Call-Promise-Date        PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Call-Promise-Amt         PIC 9(7)V99.
