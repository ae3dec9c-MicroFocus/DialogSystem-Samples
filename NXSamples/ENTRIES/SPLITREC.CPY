      *****************************************************************
      *   split-record - record layout of splits.dat, the times a
      *   runner's chip was read at the intermediate timing points
      *   of the course (see COURSEREC.CPY).  Written by race-chipimp
      *   from the timing box download; the finish itself stays on
      *   results.dat.  Keyed by event, code and the point's order
      *   on the course, so one runner's splits read back in course
      *   order for the exceptions check and the results pages.
      *****************************************************************
       01  split-record.
           03  split-key.
               05  split-event         pic 9(2).
               05  split-code          pic x(3).
               05  split-order         pic 9.
           03  split-point             pic x(8).
           03  split-chip-no           pic 9(6).
           03  split-gun-time          pic 9(6).
           03  split-chip-time         pic 9(6).
