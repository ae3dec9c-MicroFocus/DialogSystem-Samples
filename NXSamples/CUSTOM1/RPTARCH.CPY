      *****************************************************************
      *    Report-Archive - the interface block of the report
      *    archive service RPTARCH.CBL.  Name the report and the file
      *    it was printed to, and call -
      *        MOVE "custaged"     TO Rpa-Report
      *        MOVE "custaged.prt" TO Rpa-File-Name
      *        MOVE SPACES         TO Rpa-Totals
      *        CALL "rptarch" USING Report-Archive
      *    - and the service copies the report to a dated generation
      *    file (custaged.G2026101501 - run date and the run's
      *    number within the day) and catalogues it on rptarch.cat
      *    (see RPTCAT.CPY) with its run id and page count.
      *    Rpa-Totals is the totals line kept on the catalogue so
      *    Rptview can set one generation's totals against the
      *    last; left blank the service takes it from the report -
      *    the last line that says TOTAL, or failing that the last
      *    line printed.  Rpa-Run-Id nought is stamped with the time
      *    of day, as Ctltot stamps it.  Back come the generation
      *    file name, the pages and Rpa-Result -
      *        "Y"  filed
      *        "U"  unchanged - the report is the same, line for
      *             line, as its newest generation (a step that did
      *             not run tonight), so nothing is filed twice
      *        "N"  the report was not on disk to file
      *****************************************************************
       01  Report-Archive.
           03  Rpa-Report              PIC X(8).
           03  Rpa-File-Name           PIC X(64).
           03  Rpa-Run-Id              PIC 9(8).
           03  Rpa-Totals              PIC X(132).
           03  Rpa-Gen-File            PIC X(64).
           03  Rpa-Pages               PIC 9(5).
           03  Rpa-Result              PIC X.
               88  Rpa-Filed               VALUE "Y".
               88  Rpa-Unchanged           VALUE "U".
               88  Rpa-Not-Found           VALUE "N".
