      *****************************************************************
      *    Refund-Record - record layout of the refund proposal file
      *    custrfnd.dat, one line per customer in credit.  Written by
      *    the Custrfnd proposal batch, decided at the Custrfna
      *    supervisor console, paid and posted by the Custrfpy run.
      *    Status:
      *        "P" proposed, awaiting a supervisor
      *        "A" approved, to be paid by the next Custrfpy run
      *        "R" rejected - not raised again at the same amount
      *        "D" done - refund paid and the credit cleared
      *        "V" void - the customer was no longer in credit by the
      *            time the payment run came to it
      *    Rfd-Since-Date is the date of the newest order line on
      *    the account - the credit has stood untouched since then.
      *    COPY this immediately after the program's own
      *    "FD Refund-File." line.
      *****************************************************************
       01  Refund-Record.
           03  Rfd-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Rfd-Amount              PIC 9(7)V99.
           03  FILLER                  PIC X(1).
           03  Rfd-Since-Date          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rfd-Status              PIC X.
               88  Rfd-Proposed            VALUE "P".
               88  Rfd-Approved            VALUE "A".
               88  Rfd-Rejected            VALUE "R".
               88  Rfd-Done                VALUE "D".
               88  Rfd-Void                VALUE "V".
           03  FILLER                  PIC X(1).
           03  Rfd-Decided-By          PIC X(8).
           03  FILLER                  PIC X(1).
           03  Rfd-Decided-Date        PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rfd-Paid-Date           PIC 9(8).
