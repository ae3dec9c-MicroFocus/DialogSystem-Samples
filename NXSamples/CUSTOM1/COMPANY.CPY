      *****************************************************************
      *    Company-Record - record layout of the trading company
      *    master company.ism, keyed on the two-character company
      *    code that Customer-Record carries in File-C-Company and
      *    Order-Line-Record in Ordl-Company.  One record per
      *    company trading on the suite: the letterhead the
      *    statement, invoice, dunning and HTML statement runs print
      *    for its customers, and the bank details those documents
      *    ask them to pay into.  The site's own company - the one
      *    every customer and order line with a blank company code
      *    belongs to - is the code the site configuration logical
      *    HOMECOMP names ("01" when it is not configured).
      *    Maintained by the Compmnt console; looked up for
      *    everyone by Complook (see COMPLOOK.CPY).  COPY this
      *    immediately after the program's own "FD Company-File."
      *    line.
      *****************************************************************
       01  Company-Record.
           03  Comp-Code                PIC X(2).
           03  Comp-Name                PIC X(30).
           03  Comp-Addr1               PIC X(30).
           03  Comp-Addr2               PIC X(30).
           03  Comp-Addr3               PIC X(30).
           03  Comp-Addr4               PIC X(30).
           03  Comp-Phone               PIC X(15).
           03  Comp-Vat-Reg             PIC X(14).
           03  Comp-Bank-Name           PIC X(30).
           03  Comp-Sort-Code           PIC X(8).
           03  Comp-Account-No          PIC X(10).
           03  Comp-Account-Name        PIC X(30).
           03  Comp-Set-By              PIC X(8).
           03  Comp-Set-On              PIC 9(8).
