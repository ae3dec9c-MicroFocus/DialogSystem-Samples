      *****************************************************************
      *    Rma-Record - record layout of the returns authorisation
      *    file custrma.ism, one record per product line authorised
      *    back, keyed on the RMA number (its own sequence in
      *    rmanum.dat - RMA numbers are not order numbers) plus a
      *    line number within the RMA.  Each line names the original
      *    order line on cust.ism and the orddetl.ism detail line
      *    the goods went out on, and carries the price they were
      *    sold at so the credit is for what was charged.  Status:
      *        "I" issued, goods awaited from the customer
      *        "R" received - Rma-Qty-Received confirmed by the
      *            warehouse's rmarecv.dat feed, credit not yet raised
      *        "C" credited - the "C" order line named in
      *            Rma-Credit-Ord-No raised by the Custrmac run
      *        "X" cancelled before anything came back
      *    Raised and cancelled at the Custrma console, received and
      *    credited by Custrmac, chased by the Custrmao report.
      *    COPY this immediately after the program's own
      *    "FD Rma-File." line.
      *****************************************************************
       01  Rma-Record.
           03  Rma-Key.
               05  Rma-No               PIC 9(6).
               05  Rma-Line-No          PIC 9(2).
           03  Rma-C-Code               PIC X(5).
           03  Rma-Orig-Ord-No          PIC 9(6).
           03  Rma-Orig-Ord-Date        PIC 9(8).
           03  Rma-Orig-Line-No         PIC 9(2).
           03  Rma-Product-Code         PIC X(8).
           03  Rma-Qty-Authorised       PIC 9(5).
           03  Rma-Qty-Received         PIC 9(5).
           03  Rma-Unit-Price           PIC 9(5)V99.
           03  Rma-Reason               PIC X(20).
           03  Rma-Issued-Date          PIC 9(8).
           03  Rma-Issued-By            PIC X(8).
           03  Rma-Received-Date        PIC 9(8).
           03  Rma-Status               PIC X.
               88  Rma-Issued               VALUE "I".
               88  Rma-Received             VALUE "R".
               88  Rma-Credited             VALUE "C".
               88  Rma-Cancelled            VALUE "X".
           03  Rma-Credit-Ord-No        PIC 9(6).
           03  Rma-Credited-Date        PIC 9(8).
