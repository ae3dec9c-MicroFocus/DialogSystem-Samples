      *****************************************************************
      *    Ship-To-Record - record layout of the delivery site file
      *    custshto.ism, any number of ship-to sites per customer
      *    keyed on customer code plus a four-character site code
      *    the customer's own people would recognise ("LEED",
      *    "0012", "HO").  Name and address lines match the shape
      *    of the statement address on cust.ism so a label prints
      *    from either the same way; the contact and phone are the
      *    person the driver asks for at the gate.  Maintained from
      *    the Custshto window reached from Custom1's change-order
      *    screen; an order line names its site on ordshto.ism.
      *    COPY this immediately after the program's own
      *    "FD Ship-To-File." line.
      *****************************************************************
       01  Ship-To-Record.
           03  Shto-Key.
               05  Shto-C-Code          PIC X(5).
               05  Shto-Site-Code       PIC X(4).
           03  Shto-Name                PIC X(15).
           03  Shto-Addr1               PIC X(15).
           03  Shto-Addr2               PIC X(15).
           03  Shto-Addr3               PIC X(15).
           03  Shto-Addr4               PIC X(15).
           03  Shto-Contact             PIC X(20).
           03  Shto-Phone               PIC X(15).
