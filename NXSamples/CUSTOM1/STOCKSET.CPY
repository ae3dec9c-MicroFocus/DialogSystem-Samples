      *****************************************************************
      *    Skm-Request - the interface block of the shared stock
      *    movement service STOCKSET.CBL.  Actions on the product
      *    Skm-Product, for Skm-Quantity:
      *        "R"eceive     goods in - adds to on hand
      *        "A"llocate    an order line keyed - adds to allocated
      *        "U"nallocate  an order line taken off again
      *        "I"ssue       dispatched - takes the quantity off both
      *                      on hand and allocated
      *        "L"evels      sets Skm-Reorder-Level and
      *                      Skm-Reorder-Qty (Skm-Quantity unused)
      *        "Q"uery       changes nothing
      *    Allocated never goes below nought.  A product with no
      *    stock record yet is given one, all noughts, by any action
      *    but a query.  Whatever the action, the record's figures
      *    come back - Skm-Free is on hand less allocated, negative
      *    when more has been promised than is there - and
      *    Skm-Result is "Y" when stock.ism was changed, "N" when it
      *    was not ("N" with Skm-No-Record for a query of a product
      *    never stocked).  Skm-Operator-Id and Skm-Reference (order
      *    number, delivery note) go on the stockmov.log line.
      *****************************************************************
       01  Skm-Request.
           03  Skm-Product             PIC X(8).
           03  Skm-Action              PIC X.
               88  Skm-Action-Receive      VALUE "R".
               88  Skm-Action-Allocate     VALUE "A".
               88  Skm-Action-Unallocate   VALUE "U".
               88  Skm-Action-Issue        VALUE "I".
               88  Skm-Action-Levels       VALUE "L".
               88  Skm-Action-Query        VALUE "Q".
           03  Skm-Quantity            PIC 9(7).
           03  Skm-Operator-Id         PIC X(8).
           03  Skm-Reference           PIC X(10).
           03  Skm-Reorder-Level       PIC 9(7).
           03  Skm-Reorder-Qty         PIC 9(7).
           03  Skm-On-Hand             PIC S9(7).
           03  Skm-Allocated           PIC 9(7).
           03  Skm-Free                PIC S9(7).
           03  Skm-Result              PIC X.
               88  Skm-Changed             VALUE "Y".
               88  Skm-Unchanged           VALUE "N".
           03  Skm-Record-Sw           PIC X.
               88  Skm-No-Record           VALUE "N".
