      *****************************************************************
      *    Credit-Application-Record - record layout of the credit
      *    applications file custcapp.ism, keyed on the customer
      *    code.  Every customer first saved on the Custom1 screen
      *    opens one as "P"ending: the customer goes onto cust.ism
      *    with a nil File-C-Limit and takes cash-with-order lines
      *    only, and the limit the counter keyed is held here as the
      *    limit requested.  The credit controller takes up the
      *    references, runs the Custpick duplicate search and then
      *    approves ("A" - the limit goes onto cust.ism) or declines
      *    ("D") the application from the Custcapm console; Custcapr
      *    chases the ones left outstanding.  A declined customer
      *    stays cash-with-order; a limit keyed for one later opens
      *    the application again.  Customers on file before
      *    applications were taken have no record and trade on
      *    their limit as before.  COPY this immediately after the
      *    program's own "FD Application-File." line.
      *****************************************************************
       01  Credit-Application-Record.
           03  Capp-C-Code              PIC X(5).
           03  Capp-Status              PIC X.
               88  Capp-Pending             VALUE "P".
               88  Capp-Approved            VALUE "A".
               88  Capp-Declined            VALUE "D".
           03  Capp-Limit-Requested     PIC 9(7).
           03  Capp-Trade-Ref OCCURS 2  PIC X(40).
           03  Capp-Bank-Ref            PIC X(40).
      *    Custpick duplicate search: space not yet run, "N" nothing
      *    found, "Y" the controller picked Capp-Dup-C-Code as the
      *    same business already on file.
           03  Capp-Dup-Result          PIC X.
               88  Capp-Dup-Not-Run         VALUE SPACE.
               88  Capp-Dup-None            VALUE "N".
               88  Capp-Dup-Found           VALUE "Y".
           03  Capp-Dup-C-Code          PIC X(5).
           03  Capp-Keyed-By            PIC X(8).
           03  Capp-Keyed-Date          PIC 9(8).
           03  Capp-Keyed-Time          PIC 9(8).
           03  Capp-Limit-Approved      PIC 9(7).
           03  Capp-Decided-By          PIC X(8).
           03  Capp-Decided-Date        PIC 9(8).
           03  Capp-Reason              PIC X(40).
