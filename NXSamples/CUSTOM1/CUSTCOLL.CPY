      *****************************************************************
      *    Collector-Record - record layout of the collector
      *    assignment file custcoll.ism, keyed on the kind of
      *    assignment and what it covers:
      *        Col-Kind "A"  Col-Value is a File-C-Area - every
      *                      customer in that area is the
      *                      collector's
      *        Col-Kind "C"  Col-Value is a File-C-Code - that one
      *                      customer is the collector's, whatever
      *                      their area
      *    A customer assignment wins over the customer's area.
      *    Maintained on the Collmnt console; read by the Custcolw
      *    collections worklist to build each collector's call list.
      *    COPY this immediately after the program's own
      *    "FD Collector-File." line.
      *****************************************************************
       01  Collector-Record.
           03  Col-Key.
               05  Col-Kind             PIC X.
                   88  Col-By-Area          VALUE "A".
                   88  Col-By-Customer      VALUE "C".
               05  Col-Value            PIC X(5).
           03  Col-Collector            PIC X(8).
           03  Col-Set-By               PIC X(8).
           03  Col-Set-On               PIC 9(8).
