      *****************************************************************
      *    Adrh-Record - record layout of the name and address change
      *    history custadrh.ism, keyed on customer code plus a
      *    timestamp the same way custnote.ism is (CCYYMMDD then
      *    HHMMSSss, so READ PREVIOUS from the top of a customer's
      *    range gives the history newest-first).  One record per
      *    save that changed File-C-Name or any of File-C-Addr1-4:
      *    who, when, which program, and all five lines as they were
      *    before and after - a line the change did not touch reads
      *    the same on both sides.  Written only through the Adrhlog
      *    service (see ADRHLOG.CPY); read by the Custadri inquiry
      *    and the nightly Custadrx change-then-big-order report.
      *    COPY this immediately after the program's own "FD Address-
      *    History-File." line.
      *****************************************************************
       01  Adrh-Record.
           03  Adrh-Key.
               05  Adrh-C-Code          PIC X(5).
               05  Adrh-Stamp.
                   07  Adrh-Date        PIC 9(8).
                   07  Adrh-Time        PIC 9(8).
           03  Adrh-Operator-Id         PIC X(8).
      *        Custom1, Custmerg (a merged-away duplicate - after is
      *        blank) or Custdrst (a restore - before is blank)
           03  Adrh-Source              PIC X(8).
           03  Adrh-Before.
               05  Adrh-Name-Before     PIC X(15).
               05  Adrh-Addr1-Before    PIC X(15).
               05  Adrh-Addr2-Before    PIC X(15).
               05  Adrh-Addr3-Before    PIC X(15).
               05  Adrh-Addr4-Before    PIC X(15).
           03  Adrh-After.
               05  Adrh-Name-After      PIC X(15).
               05  Adrh-Addr1-After     PIC X(15).
               05  Adrh-Addr2-After     PIC X(15).
               05  Adrh-Addr3-After     PIC X(15).
               05  Adrh-Addr4-After     PIC X(15).
