      *   last date an entry may be transferred to a new competitor
      *   (race-transfer refuses after it); zero means no cut-off
           03  event-cutoff            pic 9(8).
      *   a relay is entered by teams, not by individuals: the
      *   number of legs each team runs (2 to 9), zero for an
      *   ordinary individual race.  Relay teams are kept on
      *   teams.dat (see TEAMREC.CPY) by the race-teams console
           03  event-legs              pic 9.
