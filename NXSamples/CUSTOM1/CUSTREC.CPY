           03  File-C-Addr4            PIC X(15).
           03  File-C-Limit            PIC 9(7) COMP.
           03  File-C-Area             PIC X.
      *    The customer's order lines live on custord.ism, as many
      *    as it has orders - see ORDLINE.CPY.
      *    Balance-as-of-last-save, so the monthly statement process
      *    can read it without re-deriving it through a screen - the
      *    sum over the customer's custord.ism lines.
           03  File-C-Balance          PIC S9(9)V99.
      *    See CUSTOM1.CBL's Check-Customer-Lock/Claim-Customer-Lock/
      *    Release-Customer-Lock for how these two are used.
      *    (IMAGECTL) whenever the customer is brought up on screen.
      *    Spaces when no image has been attached.
           03  File-C-Image-Path       PIC X(60).
      *    The trading company the customer deals with - the code of
      *    its record on company.ism (see COMPANY.CPY).  Spaces for
      *    the site's own company, which is every customer until a
      *    second company is set up; set on the Compmnt console.
           03  File-C-Company          PIC X(2).
