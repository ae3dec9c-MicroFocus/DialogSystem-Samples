      *****************************************************************
      *   grade-record - record layout of agegrade.NN.dat, the
      *   age-graded percentage of each finisher race-agegrade
      *   graded for event NN, by bib code: the best graded
      *   performance of the day reads 100.0.  Written afresh by
      *   every race-agegrade run for the event; a finisher it could
      *   not grade (no date of birth, wheelchair, an age off the
      *   factor table, disqualified) has no line.  Read by
      *   race-resmail for the finisher's result page.
      *****************************************************************
       01  grade-record.
           03  agr-event               pic 9(2).
           03  filler                  pic x(1).
           03  agr-code                pic x(3).
           03  filler                  pic x(1).
           03  agr-pct                 pic 9(3)v9.
