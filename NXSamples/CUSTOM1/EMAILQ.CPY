      *        F failed    C cancelled
      *    One record per emailable customer per statement run,
      *    queued by Custhtml as it writes each stXXXXX.htm page.
      *    race-resmail queues the competitors' result pages
      *    (rsNNXXX.htm) the same way, with the event id and bib
      *    code standing in Emq-C-Code.
      *    The Custmdsp despatcher hands W jobs to the site mailer
      *    and marks the outcome with the tries counted; the
      *    Custmmgr console retries and cancels, so a bounced mail
