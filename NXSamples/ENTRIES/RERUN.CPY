      *****************************************************************
      *   rerun-mark - the parameter block of the race-rerun service
      *   (RERUN.CBL), which keeps rerun.dat (see RERUNREC.CPY):
      *     "M" mark    rrm-program owes a re-run for rrm-event, for
      *                 the reason given - a mark already there takes
      *                 the new date and reason
      *     "C" clear   rrm-program has run for rrm-event; its mark,
      *                 if any, goes
      *   rrm-was-marked comes back "Y" when a mark was there before
      *   the call.
      *****************************************************************
       01  rerun-mark.
           03  rrm-action              pic x.
               88  rrm-action-mark         value "M".
               88  rrm-action-clear        value "C".
           03  rrm-event               pic 9(2).
           03  rrm-program             pic x(8).
           03  rrm-reason              pic x(30).
           03  rrm-was-marked          pic x.
               88  rrm-marked-before       value "Y".
