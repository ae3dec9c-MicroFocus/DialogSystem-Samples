      *   the customer suite has always kept, applied to the clubs.
      *   One appended record per movement:
      *       "C"  a charge - the fee billing run posts each club's
      *            invoice total, referenced "INVOICE " and the
      *            two-digit event id billed
      *       "P"  a payment - keyed at the race-clubrcpt console,
      *            part payments welcome
      *   A club's balance is the sum of its charges less its
      *   treasurer.  This file replaces the one-club-name-per-line
      *   clubpaid.dat flag file - amounts, part payments and
      *   history at last.
      *   led-gl-date is the night race-glx took the movement to
      *   gljclub.dat for Custglx's general ledger journal -
      *   nought (or absent, on a line written before the journal
      *   was kept) until then.  A stamp later than the night
      *   Custglx last acknowledged carrying (gljclub.ack) is sent
      *   again.
      *****************************************************************
       01  ledger-record.
           03  led-club                pic x(30).
           03  led-amount              pic 9(7)v99.
           03  filler                  pic x(1).
           03  led-reference           pic x(10).
           03  filler                  pic x(1).
           03  led-gl-date             pic 9(8).
