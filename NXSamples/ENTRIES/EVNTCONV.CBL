
      *---------------------------------------------------------------*
      *    One-off events master conversion.  event-record grew the
      *    relay leg count; an events.dat written with the old
      *    52-byte layout (id, date, name, capacity, cut-off) cannot
      *    be opened against the new one, so this utility reads the
      *    old file through its old shape, renames nothing, and
      *    writes events.new in the new shape with legs zero (an
      *    individual race - exactly the old behaviour).
      *    The operator checks events.new and renames it over
      *    events.dat; the same hand-finished stance the raceconv
      *    date conversion takes.
           03  old-event-id            pic 9(2).
           03  old-event-date          pic 9(8).
           03  old-event-name          pic x(30).
           03  old-event-capacity      pic 9(4).
           03  old-event-cutoff        pic 9(8).

       fd  new-event-file.
           copy "EVENTREC.CPY".
                   move old-event-id   to event-id
                   move old-event-date to event-date
                   move old-event-name to event-name
                   move old-event-capacity to event-capacity
                   move old-event-cutoff   to event-cutoff
                   move 0 to event-legs
                   write event-record
                   add 1 to converted-count
           end-read.
