      *****************************************************************
      *    Postdist-Record - record layout of the postcode district
      *    master postdist.ism, keyed on the outward half of the
      *    postcode (the district - "LS1", "SW1A", "M60") and giving
      *    the File-C-Area the district belongs to, so the area
      *    follows the geography rather than whoever keyed the
      *    customer.  Maintained on the Postmnt console; read
      *    through the Postchek service (see POSTCHEK.CPY) by
      *    Custom1's Save-Record, Custzone and the Custpcex postcode
      *    exception report.  COPY this immediately after the
      *    program's own "FD Postdist-File." line.
      *****************************************************************
       01  Postdist-Record.
           03  Pdst-District            PIC X(4).
           03  Pdst-Area                PIC X.
           03  Pdst-Desc                PIC X(20).
           03  Pdst-Set-By              PIC X(8).
           03  Pdst-Set-On              PIC 9(8).
