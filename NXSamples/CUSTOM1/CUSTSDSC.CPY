      *****************************************************************
      *    Discount-Record - record layout of the settlement discount
      *    register custsdsc.dat, appended to by Custcash for every
      *    line it settles for less inside the customer's discount
      *    window (see Terms-Disc-Pct on CUSTTERM.CPY).  The
      *    allowance is neither a write-off nor a short payment:
      *    the line goes to "F" with Ordl-Pay-Val brought up to
      *    Ordl-Ord-Val, and this row says how much of that was
      *    discount rather than cash, so Custglx can post it to its
      *    own account.  The run id names the posting run, so
      *    Txnrecov can take a rolled-back run's rows off again.
      *    COPY this immediately after the program's own
      *    "FD Discount-File." line.
      *****************************************************************
       01  Discount-Record.
           03  Sdd-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Sdd-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Sdd-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Sdd-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Sdd-Rcpt-Date           PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Sdd-Reference           PIC X(10).
           03  FILLER                  PIC X(1).
           03  Sdd-Run-Id              PIC 9(8).
