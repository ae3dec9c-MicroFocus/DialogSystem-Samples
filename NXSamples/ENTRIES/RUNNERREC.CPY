      *****************************************************************
      *   runner-record - record layout of the competitor register
      *   runners.dat: one row per person, under a permanent runner
      *   id that follows them across every event and every year.
      *   entries.dat, results.dat and waitlist.dat carry the id
      *   (file-runner, result-runner, wl-runner), so the series
      *   standings, the age grading and the course records find a
      *   runner's history by the id rather than by however the
      *   name and club were keyed that day.  race-entries and the
      *   bulk import look the runner up through the race-runlook
      *   service before creating a new one; duplicates that slip
      *   through are folded together on the race-runmerge console,
      *   which leaves the duplicate's row behind marked "M" with
      *   the id it was merged into, so an old id still resolves.
      *   run-club and run-contact are the club and address of the
      *   runner's latest entry; run-gender is "M", "F" or space
      *   when not known.
      *****************************************************************
       01  runner-record.
           03  run-id                  pic 9(6).
           03  filler                  pic x(1).
           03  run-status              pic x.
               88  run-live                value space.
               88  run-merged              value "M".
           03  filler                  pic x(1).
           03  run-name                pic x(15).
           03  filler                  pic x(1).
           03  run-dob                 pic 9(8).
           03  filler                  pic x(1).
           03  run-gender              pic x.
           03  filler                  pic x(1).
           03  run-club                pic x(30).
           03  filler                  pic x(1).
           03  run-contact             pic x(100).
           03  filler                  pic x(1).
           03  run-merged-into         pic 9(6).
