      *****************************************************************
      *    Period-Balance-Record - record layout of the period-end
      *    balance store perbal.ism, keyed on period (CCYYMM),
      *    customer code and order number.  Written by the Persnap
      *    service when Custperm closes a period: one record per
      *    open line as it stood at the close, aged as at the last
      *    day of the period, and one summary record per customer
      *    with Pb-Ord-No zero carrying the customer's name, area,
      *    balance and aged buckets.  Closing the same period again
      *    replaces its records.  Pb-Aged splits the balance the way
      *    the aged debt report does - not yet due, 1-30, 31-60,
      *    over 60 days past due.  Read by the Custatb report.  COPY
      *    this immediately after the program's own "FD
      *    Period-Balance-File." line.
      *****************************************************************
       01  Period-Balance-Record.
           03  Pb-Key.
               05  Pb-Period            PIC 9(6).
               05  Pb-C-Code            PIC X(5).
               05  Pb-Ord-No            PIC 9(6).
           03  Pb-C-Name                PIC X(15).
           03  Pb-C-Area                PIC X.
           03  Pb-Ord-Date              PIC 9(8).
           03  Pb-Ord-Type              PIC X.
           03  Pb-Ord-Status            PIC X.
           03  Pb-Outstanding           PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           03  Pb-Aged                  PIC S9(9)V99
                                            SIGN LEADING SEPARATE
                                            OCCURS 4.
           03  Pb-Taken-Date            PIC 9(8).
           03  Pb-Taken-By              PIC X(8).
