      *        "B"egin  when the unit of work starts
      *        "W"rite  one before-image per record about to change
      *                 (Tj-Rec-Type names the file - "CUST" is
      *                 cust.ism, "ORDL" custord.ism - Tj-Key its
      *                 key, Tj-Image the whole record as read; an
      *                 "ORDL" image left blank marks a line the
      *                 unit is about to write new)
      *        "E"nd    when the unit completed cleanly
      *    A crash between Begin and End leaves the images behind;
      *    the Txnrecov utility run at startup rolls any incomplete
