      *****************************************************************
      *    Order-Price-Record - record layout of ordprice.ism, where
      *    the price on each orddetl.ism line came from, keyed on
      *    order number plus line number the same way orddetl.ism
      *    is.  Written alongside the detail line by the two places
      *    that price one through the Priclook service - the Orditem
      *    window and the Custedi EDI import - so when a customer
      *    disputes a price it can be shown whether it was their
      *    own agreement, their national-account parent's, or the
      *    catalogue, which agreement, and for what date it was
      *    judged.  A detail line with no record here was priced
      *    before the source was kept.  Orditem removes the record
      *    with its line.  COPY this immediately after the
      *    program's own "FD Order-Price-File." line.
      *****************************************************************
       01  Order-Price-Record.
           03  Opr-Key.
               05  Opr-Ord-No           PIC 9(6).
               05  Opr-Line-No          PIC 9(2).
      *    as Prc-Source - see PRICLOOK.CPY
           03  Opr-Source               PIC X.
               88  Opr-From-Customer        VALUE "C".
               88  Opr-From-Parent          VALUE "P".
               88  Opr-From-Catalogue       VALUE "L".
           03  Opr-Agreed-Code          PIC X(5).
           03  Opr-Disc-Pct             PIC 9(2)V99.
           03  Opr-To-Date              PIC 9(8).
      *    the date the price was judged for - the order date
           03  Opr-Price-Date           PIC 9(8).
           03  Opr-Catalogue-Price      PIC 9(5)V99.
           03  Opr-Priced-By            PIC X(8).
