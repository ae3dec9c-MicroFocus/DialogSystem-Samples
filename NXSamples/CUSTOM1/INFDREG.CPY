      *****************************************************************
      *    One line of the inbound file register infeed.dat, kept by
      *    INFEED.CBL and read by the Feedmnt console:
      *        "P"  processed - the file was read cleanly and filed
      *             to Inr-Archive-File (Inr-By the supervisor when
      *             it went through on an override)
      *        "R"  refused - the same file again
      *        "O"  a supervisor (Inr-By) allows that file through
      *             once more; the next processed line uses it up
      *    The fingerprint - count, value total, first and last
      *    records - is on every line, so each kind is matched to
      *    the same file.
      *****************************************************************
       01  Inbound-Register-Record.
           03  Inr-Kind                PIC X.
               88  Inr-Processed           VALUE "P".
               88  Inr-Refused             VALUE "R".
               88  Inr-Override            VALUE "O".
           03  FILLER                  PIC X(1).
           03  Inr-Program             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Inr-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Inr-Time                PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Inr-By                  PIC X(8).
           03  FILLER                  PIC X(1).
           03  Inr-Records             PIC 9(7).
           03  FILLER                  PIC X(1).
           03  Inr-Value-Total         PIC S9(15)
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Inr-File-Name           PIC X(40).
           03  FILLER                  PIC X(1).
           03  Inr-Archive-File        PIC X(64).
           03  FILLER                  PIC X(1).
           03  Inr-First-Record        PIC X(80).
           03  FILLER                  PIC X(1).
           03  Inr-Last-Record         PIC X(80).
