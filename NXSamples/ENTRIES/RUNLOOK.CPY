      *****************************************************************
      *   runner-look - the parameter block of the race-runlook
      *   service (RUNLOOK.CBL), the one way into the competitor
      *   register runners.dat (see RUNNERREC.CPY):
      *     "F" find    rlk-runner-id in, the runner's details out;
      *                 a merged id answers with the id it was
      *                 merged into
      *     "M" match   name, date of birth and gender in - one
      *                 certain match comes back "Y" with its id,
      *                 possible ones "L" with up to five offered
      *                 for the desk to choose from, none "N"
      *     "A" add     a new runner from the details given; the
      *                 new id comes back
      *     "U" update  the runner's club and contact become those
      *                 given, and a date of birth or gender the
      *                 register lacks is filled in
      *   rlk-found is "Y" or "N" for find, add and update too.
      *****************************************************************
       01  runner-look.
           03  rlk-action              pic x.
               88  rlk-action-find         value "F".
               88  rlk-action-match        value "M".
               88  rlk-action-add          value "A".
               88  rlk-action-update       value "U".
           03  rlk-found               pic x.
               88  rlk-found-one           value "Y".
               88  rlk-found-likely        value "L".
               88  rlk-not-found           value "N".
           03  rlk-runner-id           pic 9(6).
           03  rlk-name                pic x(15).
           03  rlk-dob                 pic 9(8).
           03  rlk-gender              pic x.
           03  rlk-club                pic x(30).
           03  rlk-contact             pic x(100).
           03  rlk-offer-count         pic 9.
           03  rlk-offer occurs 5.
               05  rlk-offer-id        pic 9(6).
               05  rlk-offer-name      pic x(15).
               05  rlk-offer-club      pic x(30).
               05  rlk-offer-dob       pic 9(8).
