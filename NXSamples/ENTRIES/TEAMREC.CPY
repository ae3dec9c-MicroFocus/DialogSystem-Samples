      *****************************************************************
      *   team-record - record layout of teams.dat, the teams
      *   entered in relay events (events.dat event-legs 2 to 9),
      *   kept on the race-teams console.  A relay takes no
      *   individual entries: the team is the entry, carrying its
      *   own bib and one row per leg - the leg runner's own code
      *   (the code the chip and the results desk know them by),
      *   name, race category and competitor register id.
      *   The event's capacity counts entered teams; a team past it
      *   waits, in tm-wait-seq order, for race-promote.
      *   tl-time is the race clock (hhmmss from the gun) when the
      *   leg was finished, recorded by race-results or the chip
      *   import - zero until then - so a leg's own time is its
      *   clock less the clock at the end of the leg before, and
      *   the team's time is the clock at the end of its last leg.
      *****************************************************************
       01  team-record.
           03  tm-key.
               05  tm-event            pic 9(2).
               05  tm-bib              pic x(3).
           03  tm-name                 pic x(30).
           03  tm-club                 pic x(30).
           03  tm-status               pic x.
               88  tm-entered              value "E".
               88  tm-waiting              value "W".
               88  tm-withdrawn            value "X".
           03  tm-wait-seq             pic 9(6).
           03  tm-entry-date           pic 9(8).
           03  tm-legs                 pic 9.
           03  tm-leg occurs 9.
               05  tl-code             pic x(3).
               05  tl-name             pic x(15).
               05  tl-male             pic 9.
               05  tl-runner           pic 9(6).
               05  tl-time             pic 9(6).
