      *****************************************************************
      *    Pending-Limit-Record - record layout of the pending credit
      *    limit file custplim.ism, keyed on the customer code.  An
      *    increase in File-C-Limit keyed on the Custom1 screen is
      *    not applied: Save-Record keeps the old limit on cust.ism
      *    and queues the increase here as "P"ending, with who keyed
      *    it and when.  A supervisor other than that operator then
      *    approves ("A" - the limit goes onto cust.ism) or rejects
      *    ("R") it from the Custlima console.  One record per
      *    customer - a second increase keyed before the first is
      *    decided replaces it.  Reductions never come here.  COPY
      *    this immediately after the program's own "FD Pending-
      *    Limit-File." line.
      *****************************************************************
       01  Pending-Limit-Record.
           03  Plim-C-Code              PIC X(5).
           03  Plim-Status              PIC X.
               88  Plim-Pending             VALUE "P".
               88  Plim-Approved            VALUE "A".
               88  Plim-Rejected            VALUE "R".
           03  Plim-Limit-Now           PIC 9(7).
           03  Plim-Limit-Proposed      PIC 9(7).
           03  Plim-Keyed-By            PIC X(8).
           03  Plim-Keyed-Date          PIC 9(8).
           03  Plim-Keyed-Time          PIC 9(8).
           03  Plim-Decided-By          PIC X(8).
           03  Plim-Decided-Date        PIC 9(8).
