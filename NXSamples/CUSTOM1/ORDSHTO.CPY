      *****************************************************************
      *    Order-Ship-To-Record - record layout of ordshto.ism, the
      *    delivery site chosen for each order line, keyed on the
      *    order number (unique across the system - the Custonum
      *    sequence issues them) the same way ordtax.ism is.  Written
      *    by Custom1's Save-Record for every saved order line, so
      *    the order number alone leads back to the customer; a
      *    blank Osh-Site-Code means the line goes to the statement
      *    address on cust.ism as it always did.  Read through the
      *    Shiplook service.  COPY this immediately after the
      *    program's own "FD Order-Ship-To-File." line.
      *****************************************************************
       01  Order-Ship-To-Record.
           03  Osh-Ord-No               PIC 9(6).
           03  Osh-C-Code               PIC X(5).
           03  Osh-Site-Code            PIC X(4).
