      *****************************************************************
      *    Post-Check - the interface block of the shared postcode
      *    check POSTCHEK.CBL.  Give it the customer's four address
      *    lines; the postcode is looked for at the end of the last
      *    line that is not blank, and back come whether it is there
      *    and well formed, the postcode itself, its district (the
      *    outward half) and, when the district is on the postcode
      *    district master postdist.ism, the area it belongs to:
      *        MOVE File-C-Addr1 TO Pck-Line(1)  ... to Pck-Line(4)
      *        CALL "postchek" USING Post-Check
      *        IF Pck-Valid AND Pck-District-Known
      *            ... Pck-Area is the area the master proposes ...
      *    Well formed is the shape of a British postcode - one or
      *    two letters, a digit, an optional digit or letter, a
      *    space, then a digit and two letters ("LS1 4AP",
      *    "SW1A 1AA").  A last line with no digit in it at all is
      *    taken as a town, so the postcode is missing rather than
      *    badly formed.  Lower case is accepted; Pck-Postcode and
      *    Pck-District come back in capitals.
      *****************************************************************
       01  Post-Check.
           03  Pck-Address.
               05  Pck-Line OCCURS 4    PIC X(15).
           03  Pck-Result              PIC X.
               88  Pck-Valid               VALUE "Y".
               88  Pck-Missing             VALUE "M".
               88  Pck-Malformed           VALUE "F".
           03  Pck-Postcode            PIC X(8).
           03  Pck-District            PIC X(4).
           03  Pck-Known-Sw            PIC X.
               88  Pck-District-Known      VALUE "Y".
           03  Pck-Area                PIC X.
