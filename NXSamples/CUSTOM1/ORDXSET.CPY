      *****************************************************************
      *    Oxs-Request - the interface block of the order-number
      *    index service ORDXSET.CBL (see ORDXREF.CPY for the index
      *    itself).  Actions on the order Oxs-Ord-No:
      *        "P"ost        the order is now a line of customer
      *                      Oxs-C-Code - the entry is made, or
      *                      moved if already there
      *        "R"emove      the order has left customer Oxs-C-Code
      *                      (archived, deleted) - the entry goes,
      *                      unless it already names another
      *                      customer, which means the order has
      *                      been posted over there since
      *        "F"ind        changes nothing; Oxs-C-Code comes
      *                      back from the entry
      *    Order number nought is never indexed.  Oxs-Result is "Y"
      *    when an entry was found, made or removed, "N" when there
      *    was nothing to do.
      *****************************************************************
       01  Oxs-Request.
           03  Oxs-Action              PIC X.
               88  Oxs-Action-Post         VALUE "P".
               88  Oxs-Action-Remove       VALUE "R".
               88  Oxs-Action-Find         VALUE "F".
           03  Oxs-Ord-No              PIC 9(6).
           03  Oxs-C-Code              PIC X(5).
           03  Oxs-Result              PIC X.
               88  Oxs-Done                VALUE "Y".
               88  Oxs-Not-Done            VALUE "N".
