      *****************************************************************
      *    Ahl-Request - the interface block of the shared name and
      *    address history service ADRHLOG.CBL.  The caller fills in
      *    the customer code, its own program name, the operator and
      *    the five name/address lines before and after the change;
      *    the service writes a custadrh.ism record (see CUSTADRH.CPY)
      *    only when the two sides differ, so it can be called on
      *    every save without the caller comparing first.
      *    Ahl-Result comes back "Y" when a history record was
      *    written, "N" when nothing had changed.
      *****************************************************************
       01  Ahl-Request.
           03  Ahl-C-Code              PIC X(5).
           03  Ahl-Source              PIC X(8).
           03  Ahl-Operator-Id         PIC X(8).
           03  Ahl-Before.
               05  Ahl-Name-Before     PIC X(15).
               05  Ahl-Addr1-Before    PIC X(15).
               05  Ahl-Addr2-Before    PIC X(15).
               05  Ahl-Addr3-Before    PIC X(15).
               05  Ahl-Addr4-Before    PIC X(15).
           03  Ahl-After.
               05  Ahl-Name-After      PIC X(15).
               05  Ahl-Addr1-After     PIC X(15).
               05  Ahl-Addr2-After     PIC X(15).
               05  Ahl-Addr3-After     PIC X(15).
               05  Ahl-Addr4-After     PIC X(15).
           03  Ahl-Result              PIC X.
               88  Ahl-Written             VALUE "Y".
               88  Ahl-Unchanged           VALUE "N".
