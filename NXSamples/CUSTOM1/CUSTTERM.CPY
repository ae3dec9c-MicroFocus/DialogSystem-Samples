      *****************************************************************
      *    Terms-Record - record layout of the payment terms master
      *    custterm.ism.  Two kinds of record share the file, told
      *    apart by the first byte of the key:
      *        "C" + customer code    the customer's own terms
      *        "A" + area code        the default for every customer
      *                               in that File-C-Area who has no
      *                               record of their own
      *    Terms-Days is the number of days after Ordl-Ord-Date an
      *    order line falls due.  Terms-Disc-Pct/Terms-Disc-Days are
      *    the prompt-payment settlement discount - a line paid
      *    within Terms-Disc-Days of Ordl-Ord-Date may be settled
      *    for Terms-Disc-Pct per cent less (zero - no discount
      *    offered).  Maintained by the Termmnt console;
      *    looked up for everyone by Termlook (see TERMLOOK.CPY).
      *    COPY this immediately after the program's own
      *    "FD Terms-File." line.
      *****************************************************************
       01  Terms-Record.
           03  Terms-Key.
               05  Terms-Key-Type       PIC X.
                   88  Terms-For-Customer   VALUE "C".
                   88  Terms-For-Area       VALUE "A".
               05  Terms-Key-Code       PIC X(5).
           03  Terms-Days               PIC 9(3).
           03  Terms-Set-By             PIC X(8).
           03  Terms-Set-On             PIC 9(8).
           03  Terms-Disc-Pct           PIC 9(2)V99.
           03  Terms-Disc-Days          PIC 9(3).
