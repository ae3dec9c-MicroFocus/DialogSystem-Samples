      *    a failed job is retried by putting it back to W (the site
      *    print despatcher picks W jobs up and marks them P) - the
      *    work is never lost to a jammed printer again.
      *    spool-printer names the printer on prtdest.dat the job is
      *    for; blank (every job pushmain queues) is the site's
      *    first printer, as before.
      *****************************************************************
       01  spool-record.
           03  spool-job-no            pic 9(6).
           03  spool-operator          pic x(8).
           03  spool-document          pic x(40).
           03  spool-tries             pic 9(2).
           03  spool-printer           pic x(8).
