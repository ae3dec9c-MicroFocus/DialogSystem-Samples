      *****************************************************************
      *    Prc-Check - the interface block of the shared price
      *    lookup PRICLOOK.CBL.  Give it the customer, the product,
      *    the date the price is wanted for and the catalogue's
      *    Product-Unit-Price; back comes the price to charge:
      *        MOVE Item-C-Code        TO Prc-C-Code
      *        MOVE Entry-Product      TO Prc-Product
      *        MOVE Run-Date           TO Prc-Date
      *        MOVE Product-Unit-Price TO Prc-Catalogue-Price
      *        CALL "priclook" USING Prc-Check
      *    The customer's own custprag.ism agreement in force on
      *    Prc-Date wins, then their national-account parent's, then
      *    the catalogue price.  Prc-Source says which one applied,
      *    Prc-Agreed-Code whose agreement it was, and Prc-To-Date
      *    when that agreement runs out.
      *****************************************************************
       01  Prc-Check.
           03  Prc-C-Code              PIC X(5).
           03  Prc-Product             PIC X(8).
           03  Prc-Date                PIC 9(8).
           03  Prc-Catalogue-Price     PIC 9(5)V99.
           03  Prc-Price               PIC 9(5)V99.
           03  Prc-Source              PIC X.
               88  Prc-From-Customer       VALUE "C".
               88  Prc-From-Parent         VALUE "P".
               88  Prc-From-Catalogue      VALUE "L".
           03  Prc-Agreed-Code         PIC X(5).
           03  Prc-Disc-Pct            PIC 9(2)V99.
           03  Prc-To-Date             PIC 9(8).
