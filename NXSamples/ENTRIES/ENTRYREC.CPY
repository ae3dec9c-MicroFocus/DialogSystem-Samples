      *   (hhmmss, zero when none was given) the seeding orders by.
           03  file-wave               pic 9(2).
           03  file-pred-time          pic 9(6).
      *   the competitor's permanent id on the runners.dat register
      *   (see RUNNERREC.CPY) - the same person carries the same id
      *   in every race of every year.  race-runconv converts older
      *   files.
           03  file-runner             pic 9(6).
      *   the competitor's email address, taken at entry, that
      *   race-resmail sends their result page to - blank when none
      *   was given.  race-mailconv converts older files.
           03  file-email              pic x(50).
