      *****************************************************************
      *    Vat-Reg-Record - record layout of the customer VAT
      *    registration file custvatr.ism, keyed on the customer
      *    code: the country the customer is registered for VAT in
      *    (ISO two letters, spaces for the home country) and their
      *    VAT number as they quote it, without the country prefix.
      *    Keyed on Custom1's customer screen, format-checked through
      *    the Vatcheck service (see VATCHECK.CPY) and written by
      *    Save-Record - no record at all for a customer with
      *    neither.  A foreign-currency line for a customer
      *    registered in an EC member state is zero-rated on
      *    ordtax.ism, and cannot be saved until their number is
      *    here.  Read by Custvat for the EC sales list.  COPY this
      *    immediately after the program's own "FD Vat-Reg-File."
      *    line.
      *****************************************************************
       01  Vat-Reg-Record.
           03  Vatr-C-Code              PIC X(5).
           03  Vatr-Country             PIC X(2).
           03  Vatr-Number              PIC X(12).
           03  Vatr-Set-By              PIC X(8).
           03  Vatr-Set-On              PIC 9(8).
