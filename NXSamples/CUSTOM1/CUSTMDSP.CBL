      *---------------------------------------------------------------*
      *    Statement email despatcher.  Works the queue Custhtml
      *    builds on emailq.dat (see EMAILQ.CPY): each "W"aiting job
      *    is marked "P", its stXXXXX.htm document (or race-resmail's
      *    rsNNXXX.htm result page) is checked to
      *    still exist, and the job is handed to the site mailer by
      *    appending an address/document record to the mailer's
      *    pickup file mailsend.dat - then marked "D" sent, or "F"
