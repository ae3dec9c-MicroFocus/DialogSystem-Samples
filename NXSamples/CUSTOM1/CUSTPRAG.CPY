      *****************************************************************
      *    Agreement-Record - record layout of the customer price
      *    agreement master custprag.ism, keyed on customer code,
      *    product code and the date the agreement takes effect, so
      *    a renegotiated price is a new record alongside the old
      *    one rather than history written over.  The customer code
      *    is either an ordinary customer or a national-account
      *    parent (see CUSTFAM.CPY) - a parent's agreement covers
      *    every branch in the family that has none of its own.
      *    Pra-To-Date is the last day the agreement holds (all 9s -
      *    open-ended).  The agreed price is either Pra-Price
      *    outright or, with Pra-Price zero, Pra-Disc-Pct per cent
      *    off the catalogue's Product-Unit-Price.  Maintained by
      *    the Pragmnt console; looked up by Priclook (see
      *    PRICLOOK.CPY) for the Orditem item entry; the Custprax
      *    report lists those running out.  COPY this immediately
      *    after the program's own "FD Agreement-File." line.
      *****************************************************************
       01  Agreement-Record.
           03  Pra-Key.
               05  Pra-C-Code           PIC X(5).
               05  Pra-Product          PIC X(8).
               05  Pra-From-Date        PIC 9(8).
           03  Pra-To-Date              PIC 9(8).
           03  Pra-Price                PIC 9(5)V99.
           03  Pra-Disc-Pct             PIC 9(2)V99.
           03  Pra-Set-By               PIC X(8).
           03  Pra-Set-On               PIC 9(8).
