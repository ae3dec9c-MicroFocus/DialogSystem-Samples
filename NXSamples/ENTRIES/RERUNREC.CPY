      *****************************************************************
      *   rerun-record - record layout of rerun.dat, the reports an
      *   event's published output is owed because its results
      *   changed after they ran: one line per event and program
      *   (SCORES, RECORDS, RESHTML), written by race-protest when a
      *   decision changes a result and removed by the program
      *   itself when it next runs for the event.  Kept through the
      *   race-rerun service (RERUN.CBL).
      *****************************************************************
       01  rerun-record.
           03  rrn-event               pic 9(2).
           03  filler                  pic x(1).
           03  rrn-program             pic x(8).
           03  filler                  pic x(1).
           03  rrn-date                pic 9(8).
           03  filler                  pic x(1).
           03  rrn-reason              pic x(30).
