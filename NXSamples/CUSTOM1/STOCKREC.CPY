      *****************************************************************
      *    Stock-Record - record layout of the stock file stock.ism,
      *    one record per product, keyed on the prodmast.ism product
      *    code.  Stk-On-Hand is what is physically in the
      *    warehouse; Stk-Allocated is what order lines keyed
      *    through Orditem have promised out of it and not yet seen
      *    dispatched, so on hand less allocated is what is free to
      *    promise.  On hand can go below nought when the warehouse
      *    ships ahead of the goods-in being keyed.  Every change is
      *    made by the Stockset service (see STOCKSET.CPY) - goods
      *    in from the Stockmnt console, allocation from Orditem,
      *    relief from the Custship dispatch feed - and logged to
      *    stockmov.log.  The Stockreo report lists the products
      *    whose free stock is below Stk-Reorder-Level.  COPY this
      *    immediately after the program's own "FD Stock-File." line.
      *****************************************************************
       01  Stock-Record.
           03  Stk-Product              PIC X(8).
           03  Stk-On-Hand              PIC S9(7)
                                        SIGN LEADING SEPARATE.
           03  Stk-Allocated            PIC 9(7).
           03  Stk-Reorder-Level        PIC 9(7).
           03  Stk-Reorder-Qty          PIC 9(7).
           03  Stk-Last-Receipt         PIC 9(8).
           03  Stk-Last-Issue           PIC 9(8).
