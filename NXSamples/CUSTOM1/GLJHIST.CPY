      *****************************************************************
      *    Gl-History-Record - record layout of the GL journal
      *    history gljhist.ism.  gljourn.dat is the interchange file
      *    and starts afresh every night; Custglx also keeps every
      *    detail line it sends here, one record per day, area,
      *    account and side ("D" debit, "C" credit), so the journal
      *    totals for any past period can be summed again - the
      *    aged trial balance (Custatb) ties its DEBTORS figure back
      *    to them.  The club ledger's lines, which Custglx carries
      *    over from race-glx's gljclub.dat, are kept the same way
      *    under the night they were sent.  A rerun of Custglx on
      *    the same day replaces that day's records, club lines and
      *    all.  COPY this immediately after the
      *    program's own "FD Gl-History-File." line.
      *****************************************************************
       01  Gl-History-Record.
           03  Glh-Key.
               05  Glh-Date             PIC 9(8).
               05  Glh-Area             PIC X.
               05  Glh-Account          PIC X(8).
               05  Glh-Side             PIC X.
           03  Glh-Amount               PIC 9(9)V99.
