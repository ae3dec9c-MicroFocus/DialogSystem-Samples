      *****************************************************************
      *    Company-Lookup - the interface block of the shared trading
      *    company lookup COMPLOOK.CBL.  Three questions:
      *        SET Cmk-Action-Find TO TRUE     who is company
      *        MOVE File-C-Company             Cmk-Company?  Blank
      *                        TO Cmk-Company  means the site's own
      *                                        company, and comes
      *                                        back as its code
      *        SET Cmk-Action-Entry TO TRUE    the Cmk-Entry-No'th
      *        MOVE n TO Cmk-Entry-No          company trading, in
      *                                        code order - for a
      *                                        run that works
      *                                        company by company
      *        SET Cmk-Action-File TO TRUE     the name of company
      *        MOVE "gljourn.dat"              Cmk-Company's own
      *                     TO Cmk-File-Name   copy of a file
      *        CALL "complook" USING Company-Lookup
      *    Find and Entry give back Cmk-Found with the company's
      *    letterhead and bank details, Cmk-Not-Found (details
      *    blank) for a code not on company.ism, or - Entry only -
      *    Cmk-No-More past the last company.  File gives back
      *    Cmk-File-Name with the company code set in before the
      *    last "." - gljourn.02.dat - so each company's journals
      *    and feeds stand apart.
      *    Every call also gives back the site's own company in
      *    Cmk-Home-Company and how many companies trade in
      *    Cmk-Company-Count.  With fewer than two companies on
      *    company.ism (or no company.ism at all) Cmk-Single-Company
      *    is set: the one company is everyone, File leaves every
      *    name exactly as it was, and a company-by-company run is
      *    a single pass over the whole book - the suite as it was
      *    before there was a second company.
      *****************************************************************
       01  Company-Lookup.
           03  Cmk-Action              PIC X.
               88  Cmk-Action-Find         VALUE "F".
               88  Cmk-Action-Entry        VALUE "E".
               88  Cmk-Action-File         VALUE "N".
           03  Cmk-Company             PIC X(2).
           03  Cmk-Entry-No            PIC 9(2).
           03  Cmk-File-Name           PIC X(64).
           03  Cmk-Result              PIC X.
               88  Cmk-Found               VALUE "Y".
               88  Cmk-Not-Found           VALUE "N".
               88  Cmk-No-More             VALUE "E".
           03  Cmk-Home-Company        PIC X(2).
           03  Cmk-Company-Count       PIC 9(2).
           03  Cmk-Single-Sw           PIC X.
               88  Cmk-Single-Company      VALUE "Y".
           03  Cmk-Name                PIC X(30).
           03  Cmk-Addr1               PIC X(30).
           03  Cmk-Addr2               PIC X(30).
           03  Cmk-Addr3               PIC X(30).
           03  Cmk-Addr4               PIC X(30).
           03  Cmk-Phone               PIC X(15).
           03  Cmk-Vat-Reg             PIC X(14).
           03  Cmk-Bank-Name           PIC X(30).
           03  Cmk-Sort-Code           PIC X(8).
           03  Cmk-Account-No          PIC X(10).
           03  Cmk-Account-Name        PIC X(30).
