      *****************************************************************
      *    Order-Po-Record - record layout of ordpo.ism, the
      *    customer's own purchase order reference for an order
      *    line, keyed on the order number (unique across the
      *    system - the Custonum sequence issues them) the same way
      *    ordtax.ism and ordshto.ism are.  Written by the Custedi
      *    EDI order import for every order it raises; the printed
      *    and emailed statements (Custstmt, Custhtml) show the
      *    reference under the order so the customer's payables
      *    clerk can match it.  An order with no record here was
      *    keyed by hand and carries no reference.  COPY this
      *    immediately after the program's own "FD Order-Po-File."
      *    line.
      *****************************************************************
       01  Order-Po-Record.
           03  Opo-Ord-No               PIC 9(6).
           03  Opo-C-Code               PIC X(5).
           03  Opo-Po-Ref               PIC X(20).
           03  Opo-Source               PIC X.
               88  Opo-From-Edi             VALUE "E".
           03  Opo-Received-Date        PIC 9(8).
