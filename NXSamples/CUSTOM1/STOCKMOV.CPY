      *****************************************************************
      *    Stock-Movement-Record - record layout of stockmov.log, the
      *    line-sequential history of every stock.ism change, one
      *    line per movement, appended to by the Stockset service.
      *    Each line carries the figures as they stood after the
      *    movement, so a product's stock can be traced back line by
      *    line.  COPY this immediately after the program's own
      *    "FD Stock-Movement-File." line.
      *****************************************************************
       01  Stock-Movement-Record.
           03  Smv-Date                 PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Smv-Time                 PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Smv-Product              PIC X(8).
           03  FILLER                   PIC X(1).
           03  Smv-Action               PIC X.
           03  FILLER                   PIC X(1).
           03  Smv-Quantity             PIC 9(7).
           03  FILLER                   PIC X(1).
           03  Smv-On-Hand              PIC S9(7)
                                        SIGN LEADING SEPARATE.
           03  FILLER                   PIC X(1).
           03  Smv-Allocated            PIC 9(7).
           03  FILLER                   PIC X(1).
           03  Smv-Operator-Id          PIC X(8).
           03  FILLER                   PIC X(1).
           03  Smv-Reference            PIC X(10).
