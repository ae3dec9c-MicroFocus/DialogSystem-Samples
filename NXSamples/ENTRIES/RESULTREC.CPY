           03  result-club             pic x(30).
           03  result-male             pic 9.
           03  result-time             pic 9(6).
      *   no position means disqualified - the row stays with its
      *   time for the record, and every report passes over it
      *   (race-protest decides it; see PROTREC.CPY)
           03  result-position         pic 9(4).
               88  result-disqualified     value 0.
      *   the finisher's permanent runner id, carried across from
      *   the entry (see RUNNERREC.CPY) - the series, age grading
      *   and course records follow a runner by it.
           03  result-runner           pic 9(6).
