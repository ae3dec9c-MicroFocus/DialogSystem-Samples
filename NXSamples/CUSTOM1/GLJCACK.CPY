      *****************************************************************
      *    Club-Journal-Ack - record layout of gljclub.ack, the one
      *    line Custglx leaves when it has carried race-glx's
      *    gljclub.dat into gljourn.dat and gljhist.ism: the date on
      *    the file's "H" line and the night Custglx carried it.
      *    race-glx stamps each movement it sends with its own run
      *    date and sends again every movement stamped later than
      *    Gca-Header-Date, so a file Custglx never took - the
      *    window held, or the file refused - goes again the next
      *    night rather than being lost.  Custglx takes a file only
      *    when its header is later than Gca-Header-Date, or is that
      *    same file again on the night it was carried (a rerun).
      *    Gca-Prior-Date is the header date acknowledged before
      *    that night, so a rerun that ends up not carrying the file
      *    - its same-day clear has taken the club lines back out of
      *    gljhist.ism - can put the acknowledgement back where it
      *    was.  Rewritten whole each time.  COPY this immediately
      *    after the program's own "FD Club-Ack-File." line.
      *****************************************************************
       01  Club-Journal-Ack.
           03  Gca-Header-Date          PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Gca-Carried-On           PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Gca-Prior-Date           PIC 9(8).
