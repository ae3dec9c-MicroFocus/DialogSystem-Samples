      *****************************************************************
      *    Shl-Request - the interface block of the shared delivery
      *    address lookup SHIPLOOK.CBL.  Give it an order number,
      *    and the customer code if the caller already knows it
      *    (SPACES if not); back comes where that order goes:
      *        MOVE Odt-Ord-No TO Shl-Ord-No
      *        MOVE SPACES     TO Shl-C-Code
      *        CALL "shiplook" USING Shl-Request
      *    The ship-to site the order line names on ordshto.ism
      *    wins; a line with no site (or one whose site has since
      *    been deleted) falls back to the customer's statement
      *    name and address on cust.ism.  Shl-Source says which one
      *    applied - "N" means the customer could not be found at
      *    all and the address lines come back blank.
      *****************************************************************
       01  Shl-Request.
           03  Shl-Ord-No              PIC 9(6).
           03  Shl-C-Code              PIC X(5).
           03  Shl-Site-Code           PIC X(4).
           03  Shl-Name                PIC X(15).
           03  Shl-Addr1               PIC X(15).
           03  Shl-Addr2               PIC X(15).
           03  Shl-Addr3               PIC X(15).
           03  Shl-Addr4               PIC X(15).
           03  Shl-Contact             PIC X(20).
           03  Shl-Phone               PIC X(15).
           03  Shl-Source              PIC X.
               88  Shl-From-Site           VALUE "S".
               88  Shl-From-Customer       VALUE "C".
               88  Shl-Not-Found           VALUE "N".
