      *****************************************************************
      *    Trm-Check - the interface block of the shared payment
      *    terms lookup TERMLOOK.CBL.  Give it the customer's code,
      *    their File-C-Area and the days the caller would otherwise
      *    have assumed; back come the terms days that customer is
      *    actually on:
      *        MOVE File-C-Code TO Trm-C-Code
      *        MOVE File-C-Area TO Trm-C-Area
      *        MOVE 30          TO Trm-Default-Days
      *        CALL "termlook" USING Trm-Check
      *    The customer's own custterm.ism record wins, then the
      *    default for their area, then Trm-Default-Days - so a site
      *    that has never keyed any terms behaves exactly as before.
      *    Trm-Source says which one applied.  An order line is due
      *    Trm-Days after its Ordl-Ord-Date and overdue after that.
      *    The same record's settlement discount comes back in
      *    Trm-Disc-Pct/Trm-Disc-Days - zero when the terms came from
      *    the caller's default or no discount is offered.
      *****************************************************************
       01  Trm-Check.
           03  Trm-C-Code              PIC X(5).
           03  Trm-C-Area              PIC X.
           03  Trm-Default-Days        PIC 9(3).
           03  Trm-Days                PIC 9(3).
           03  Trm-Source              PIC X.
               88  Trm-From-Customer       VALUE "C".
               88  Trm-From-Area           VALUE "A".
               88  Trm-From-Default        VALUE "D".
           03  Trm-Disc-Pct            PIC 9(2)V99.
           03  Trm-Disc-Days           PIC 9(3).
