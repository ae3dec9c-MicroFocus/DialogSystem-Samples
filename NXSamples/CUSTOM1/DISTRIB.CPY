      *****************************************************************
      *    Distrib-Record - record layout of the report distribution
      *    table distrib.ism.  One record per part of a report and
      *    recipient of it, keyed on the report, how it is split and
      *    the break value of the part:
      *        A  by File-C-Area     - break is the area letter
      *        M  by Area-Manager    - break is the manager's name
      *        U  by Dis-Assigned    - break is the user assigned
      *        W  whole report       - break is "*"
      *    and the recipient's name, so one part can go to several
      *    people.  Each part goes to the recipient's printer on the
      *    print spool prtspool.dat (Dst-Route "P", Dst-Printer as
      *    on prtdest.dat) or to their mailbox on the email queue
      *    emailq.dat (Dst-Route "E", Dst-Email).  Maintained on the
      *    Distmnt console; worked by the Custdist distribution
      *    step.  COPY this immediately after the program's own
      *    "FD Distrib-File." line.
      *****************************************************************
       01  Distrib-Record.
           03  Dst-Key.
               05  Dst-Report           PIC X(8).
               05  Dst-Basis            PIC X.
                   88  Dst-By-Area          VALUE "A".
                   88  Dst-By-Manager       VALUE "M".
                   88  Dst-By-Assigned      VALUE "U".
                   88  Dst-Whole            VALUE "W".
               05  Dst-Break            PIC X(20).
               05  Dst-Recipient        PIC X(20).
           03  Dst-Route                PIC X.
               88  Dst-To-Printer       VALUE "P".
               88  Dst-To-Email         VALUE "E".
           03  Dst-Printer              PIC X(8).
           03  Dst-Email                PIC X(50).
           03  Dst-Set-By               PIC X(8).
           03  Dst-Set-On               PIC 9(8).
