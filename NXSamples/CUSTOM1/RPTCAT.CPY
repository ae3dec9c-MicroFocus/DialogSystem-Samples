      *****************************************************************
      *    Report-Catalogue-Record - record layout of the report
      *    archive catalogue rptarch.cat.  One line per report
      *    generation the Rptarch service has filed: the report (its
      *    file name without the .prt, in lower case), when it ran,
      *    the run id it carried, its pages and lines, the dated
      *    generation file it was copied to, and its totals line.
      *    Rct-Status "A" archived, "R" retired - Retpurge's "R"
      *    kind on retain.dat deletes a generation past its keep
      *    days (never a report's newest) and marks its line, so the
      *    catalogue still says what existed.  Read by Rptview to
      *    browse and compare generations.  COPY this immediately
      *    after the program's own "FD Catalogue-File." line.
      *****************************************************************
       01  Report-Catalogue-Record.
           03  Rct-Report              PIC X(8).
           03  FILLER                  PIC X(1).
           03  Rct-Run-Date            PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rct-Run-Time            PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Rct-Run-Id              PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Rct-Pages               PIC 9(5).
           03  FILLER                  PIC X(1).
           03  Rct-Lines               PIC 9(7).
           03  FILLER                  PIC X(1).
           03  Rct-Status              PIC X.
               88  Rct-Archived            VALUE "A".
               88  Rct-Retired             VALUE "R".
           03  FILLER                  PIC X(1).
           03  Rct-Gen-File            PIC X(64).
           03  FILLER                  PIC X(1).
           03  Rct-Totals              PIC X(132).
