      *****************************************************************
      *    Burst-Record - record layout of the burst copy each of the
      *    distributable reports writes beside its .prt (custaged.bst
      *    beside custaged.prt, and so on for Custstat, Custasal,
      *    Custcomm and Custdrpt).  Every printed line is written
      *    here too, tagged with what it belongs to:
      *        H  heading - repeated at the top of every part
      *        D  detail  - goes in the part whose break it carries
      *        T  trailer - whole-company totals, whole report only
      *    and with whichever break keys the report knows for the
      *    line - the File-C-Area, the Area-Manager, the disputes
      *    Dis-Assigned.  A manager left blank is found from the
      *    area on custarea.ism by the distribution step Custdist,
      *    which cuts each report into parts by the distribution
      *    table distrib.ism (see DISTRIB.CPY).  COPY this
      *    immediately after the program's own "FD Burst-File."
      *    line.
      *****************************************************************
       01  Burst-Record.
           03  Bst-Kind                 PIC X.
               88  Bst-Heading          VALUE "H".
               88  Bst-Detail           VALUE "D".
               88  Bst-Trailer          VALUE "T".
           03  Bst-Area                 PIC X.
           03  Bst-Manager              PIC X(20).
           03  Bst-Assigned             PIC X(8).
           03  Bst-Text                 PIC X(132).
