      *****************************************************************
      *    Stop-Record - record layout of the account stop file
      *    custstop.ism, keyed on the customer code.  One record per
      *    customer who has ever been put on stop: whether the stop
      *    stands ("S") or a supervisor has released it ("R"), what
      *    put it there - "D" a Custdun final demand, "R" a Custrisk
      *    grade of "E", "M" a supervisor by hand - who and when, and
      *    the last release with its reason.  While a stop stands
      *    Custom1's Save-Record takes no new ordinary order line for
      *    the customer.  Set by the Stopset service (see
      *    STOPSET.CPY); released from the Custstop console.  COPY
      *    this immediately after the program's own "FD Stop-File."
      *    line.
      *****************************************************************
       01  Stop-Record.
           03  Stop-C-Code              PIC X(5).
           03  Stop-Status              PIC X.
               88  Stop-On-Stop             VALUE "S".
               88  Stop-Released            VALUE "R".
           03  Stop-Cause               PIC X.
               88  Stop-Cause-Dunning       VALUE "D".
               88  Stop-Cause-Risk          VALUE "R".
               88  Stop-Cause-Manual        VALUE "M".
           03  Stop-Set-Date            PIC 9(8).
           03  Stop-Set-By              PIC X(8).
           03  Stop-Released-Date       PIC 9(8).
           03  Stop-Released-By         PIC X(8).
           03  Stop-Release-Reason      PIC X(40).
