      *****************************************************************
      *   course-record - record layout of the course file
      *   course.dat: the timing points laid on each event's course,
      *   one line per point, kept by hand the way chipasgn.dat is.
      *   cpt-order numbers the points from the start (1 = the first
      *   mat passed); the highest-numbered point of an event is its
      *   finish.  cpt-metres is the point's distance from the start
      *   line and cpt-fastest the quickest believable pace, in
      *   seconds per kilometre, over the leg that ends at the point
      *   - zero takes race-chipimp's house figure.  An event with no
      *   lines here is timed at the finish only, as it always was.
      *****************************************************************
       01  course-record.
           03  cpt-event               pic 9(2).
           03  filler                  pic x(1).
           03  cpt-order               pic 9.
           03  filler                  pic x(1).
           03  cpt-point               pic x(8).
           03  filler                  pic x(1).
           03  cpt-metres              pic 9(6).
           03  filler                  pic x(1).
           03  cpt-fastest             pic 9(3).
