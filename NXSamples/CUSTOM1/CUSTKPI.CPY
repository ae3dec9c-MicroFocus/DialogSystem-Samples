      *****************************************************************
      *    Kpi-Record - record layout of the monthly debtor KPI file
      *    custkpi.ism, keyed on area plus month (CCYYMM), so one
      *    area's run of months is a START and a few READs.  One
      *    record per File-C-Area per month, and one with Kpi-Area
      *    "*" for the whole book, written by the Custkpis month-end
      *    snapshot (a rerun for the same month replaces its
      *    records) and read by the Custkpit trend report.
      *    Kpi-Sales and Kpi-Cash are the month's order-value and
      *    paid-value movement off custaudt.log, the same movement
      *    Custglx journals; Kpi-Aged splits the debtors balance by
      *    days past due as the aged debt report does - not yet due,
      *    1-30, 31-60, over 60; Kpi-Grade-Count counts customers on
      *    Custrisk grades A to E.  COPY this immediately after the
      *    program's own "FD Kpi-File." line.
      *****************************************************************
       01  Kpi-Record.
           03  Kpi-Key.
               05  Kpi-Area             PIC X.
               05  Kpi-Month            PIC 9(6).
           03  Kpi-Taken-Date           PIC 9(8).
           03  Kpi-Customers            PIC 9(6).
           03  Kpi-Debtors              PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           03  Kpi-Sales                PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           03  Kpi-Cash                 PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           03  Kpi-Aged                 PIC S9(11)V99
                                            SIGN LEADING SEPARATE
                                            OCCURS 4.
           03  Kpi-Grade-Count          PIC 9(6) OCCURS 5.
           03  Kpi-Ungraded             PIC 9(6).
           03  Kpi-Disputes             PIC 9(6).
