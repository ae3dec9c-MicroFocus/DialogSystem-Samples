      *    Periods are closed and reopened by supervisors through
      *    the Custperm console (perctl.dat); a period with no
      *    record at all is open, so sites that never close a period
      *    behave exactly as before.  A date in a year the Custyend
      *    year-end has closed (yearctl.dat) is closed for good -
      *    Per-Year-Closed, which Per-Period-Closed takes in.
      *****************************************************************
       01  Per-Check.
           03  Per-Date                PIC 9(8).
           03  Per-Result              PIC X.
               88  Per-Period-Open         VALUE "O".
               88  Per-Period-Closed       VALUE "C" "Y".
               88  Per-Year-Closed         VALUE "Y".
