           03  wl-emerg-phone          pic x(15).
           03  filler                  pic x(1).
           03  wl-medical              pic x(60).
      *   the waiting competitor's runner id, looked up or issued
      *   when they join the list and carried onto the entry when
      *   they are promoted
           03  filler                  pic x(1).
           03  wl-runner               pic 9(6).
      *   the waiting competitor's email address, carried onto the
      *   entry when they are promoted - blank on rows written
      *   before it was taken
           03  filler                  pic x(1).
           03  wl-email                pic x(50).
