      *****************************************************************
      *    Control-Total - record layout of the shared control-total
      *    file ctltot.dat (logical CTLTOTAL), and the interface
      *    block of CTLTOT.CBL, its one writer.  Every posting and
      *    interface batch fills one in as it finishes and calls -
      *        MOVE "CUSTCASH" TO Ctl-Job
      *        MOVE ... TO Ctl-Recs-In, Ctl-Value-In, and so on
      *        CALL "ctltot" USING Control-Total
      *    - and the service stamps the date and time and appends
      *    it.  What "in", "out" and "aside" count is the job's own:
      *    records and money read, records and money passed on to
      *    the next step (posted, written to the interface file),
      *    and records and money deliberately set aside (suspense,
      *    review).  Ctl-Run-Id is the run identifier the job's
      *    register carries (its checkpoint run id, say); nought
      *    and the service gives it the time of day.  A job that
      *    resumed part-way after a crash says so in Ctl-Resumed -
      *    its figures are only the part it did itself.  Read by
      *    the Custcbal control balancing step at the end of the
      *    window, which proves the hand-offs from job to job agree.
      *    Each line leads with its date, so Retpurge can trim the
      *    file as a dated log ("L" on retain.dat).  A reading
      *    program COPYs this after its own "FD Control-File."
      *    line.
      *****************************************************************
       01  Control-Total.
           03  Ctl-Run-Date            PIC 9(8).
           03  Ctl-Run-Time            PIC 9(8).
           03  Ctl-Job                 PIC X(8).
           03  Ctl-Run-Id              PIC 9(8).
           03  Ctl-Resumed             PIC X.
               88  Ctl-Resumed-Run         VALUE "Y".
           03  Ctl-Recs-In             PIC 9(7).
           03  Ctl-Recs-Out            PIC 9(7).
           03  Ctl-Recs-Aside          PIC 9(7).
           03  Ctl-Value-In            PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           03  Ctl-Value-Out           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           03  Ctl-Value-Aside         PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
