      *****************************************************************
      *    Budget-Record - record layout of the sales budget file
      *    custbudg.ism, keyed on the File-C-Area letter plus the
      *    CCYYMM month: the order value the area is targeted to
      *    take in that month.  Maintained by the Custbmnt screen;
      *    read by the Custbva budget-versus-actual report at month
      *    end.  COPY this immediately after the program's own
      *    "FD Budget-File." line.
      *****************************************************************
       01  Budget-Record.
           03  Bud-Key.
               05  Bud-Area             PIC X.
               05  Bud-Period           PIC 9(6).
           03  Bud-Amount               PIC 9(9)V99.
           03  Bud-Set-By               PIC X(8).
           03  Bud-Set-On               PIC 9(8).
