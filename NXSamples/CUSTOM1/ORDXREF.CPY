      *****************************************************************
      *    Order-Xref-Record - record layout of the order-number
      *    index ordxref.ism, keyed on the order number (unique
      *    across the system - the Custonum sequence issues them),
      *    naming the customer whose custord.ism lines hold it.
      *    custord.ism is keyed on customer code first, so the
      *    programs that start from an order number alone (Custship,
      *    Custbank, Custdisp, Custwoff, Custrimp) read this for the
      *    customer and then read the line straight off custord.ism.
      *    Kept up to date through the Ordxset service (see
      *    ORDXSET.CPY) by every program that writes or removes an
      *    order line; rebuilt from scratch by the Custoidx utility
      *    after a restore, a rollback or a conversion.  Readers
      *    check the line is really there, so an entry a little
      *    behind the master misleads nobody.  An order with no
      *    entry here is not on custord.ism - archived to
      *    custhist.ism, or never raised.  COPY this immediately
      *    after the program's own "FD Order-Xref-File." line.
      *****************************************************************
       01  Order-Xref-Record.
           03  Oxr-Ord-No               PIC 9(6).
           03  Oxr-C-Code               PIC X(5).
