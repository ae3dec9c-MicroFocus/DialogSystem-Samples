      $set ans85
       identification division.

       program-id. race-glx.

      *---------------------------------------------------------------*
      *    Nightly general ledger journal for the club receivables
      *    ledger.  The fee billing run's invoices and the payments
      *    keyed at race-clubrcpt live on clubledg.dat (see
      *    CLUBLEDG.CPY); this takes each movement not yet sent and
      *    turns it into balanced double-entry journal lines:
      *      - a charge is CLUBDRS (club debtors) against ENTFEES
      *        (entry fee income);
      *      - a payment is CASH (the bank) against CLUBDRS.
      *    Lines are summarised by the movement's own date and
      *    dated with it, so each lands in the accounting period it
      *    belongs to, and go to gljclub.dat in the same layout as
      *    Custglx's gljourn.dat, led by an "H" line carrying
      *    tonight's date and closed by the same control-total
      *    trailer - record count, total debits, total credits.
      *    gljclub.dat is not sent on its own: Custglx carries its
      *    detail lines into gljourn.dat under its own single trailer
      *    and onto gljhist.ism, so this must run ahead of Custglx in
      *    the nightly window.  Custglx refuses a file it has
      *    carried before or whose trailer does not agree.
      *    A movement whose date falls in a closed accounting period
      *    (the shared period check - see PERCHECK.CPY) is never
      *    journalled into a later month: it is held, listed on
      *    clubglx.prt and left unsent until a supervisor reopens
      *    the period.  A period the treasurer posted by hand before
      *    this journal was kept is closed the same way first, so
      *    its movements are not posted twice.
      *    Each movement sent is stamped on the ledger with tonight's
      *    date (led-gl-date), but a stamp only counts as posted once
      *    Custglx has carried that night's file: Custglx leaves the
      *    header date it last carried on gljclub.ack (see
      *    GLJCACK.CPY), and every movement stamped later than that
      *    - the window held before Custglx, or Custglx refused the
      *    file - is sent again, period check and all, as if never
      *    sent.  Until Custglx has acknowledged anything, a stamp
      *    from an earlier night stands, as it did when gljclub.dat
      *    went to the package by itself.  gljclub.dat starts afresh
      *    every night, so a rerun on the same day journals again
      *    the movements stamped tonight as well as any new ones.
      *    The run's control record goes to the
      *    shared control-total file under RACE-GLX: movements and
      *    money taken in, journal lines and debits out, held
      *    movements aside.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select ledger-file assign "clubledg.dat"
           organization is line sequential
           file status is ledger-file-status.

           select work-file assign "clubglx.tmp"
           organization is line sequential
           file status is work-file-status.

           select journal-file assign "gljclub.dat"
           organization is line sequential.

           select ack-file assign "gljclub.ack"
           organization is line sequential
           file status is ack-file-status.

           select report-file assign "clubglx.prt"
           organization is line sequential.


       data division.

       file section.
       fd  ledger-file.
           copy "CLUBLEDG.CPY".

       fd  work-file.
       01  work-line                   pic x(80).

       fd  journal-file.
       01  journal-record.
           03  jnl-line-type           pic x.
           03  filler                  pic x(1).
           03  jnl-account             pic x(8).
           03  filler                  pic x(1).
           03  jnl-area                pic x.
           03  filler                  pic x(1).
           03  jnl-debit               pic 9(9)v99.
           03  filler                  pic x(1).
           03  jnl-credit              pic 9(9)v99.
           03  filler                  pic x(1).
           03  jnl-date                pic 9(8).

      *   Custglx's acknowledgement of the last file it carried
       fd  ack-file.
           copy "GLJCACK.CPY".

       fd  report-file.
       01  report-line                 pic x(80).

       working-storage section.

       78  max-dates                   value 400.

      *   is the movement's accounting period open - see PERCHECK.CBL
       78  period-check-service        value "percheck".
           copy "PERCHECK.CPY".

      *   control record for the balancing step - see CTLTOT.CBL
       78  control-total-service       value "ctltot".
           copy "CTLTOT.CPY".

       77  ledger-file-status          pic x(2).
          88  ledger-file-eof             value "10".
          88  ledger-file-not-found       value "35".
       77  work-file-status            pic x(2).
          88  work-file-eof               value "10".
       77  ack-file-status             pic x(2).
          88  ack-file-not-found          value "35".
      *   the header date Custglx last carried - all nines until it
      *   has carried one
       01  carried-date                pic 9(8) value 99999999.

       77  date-ind                    pic 9(4) comp.
       77  date-count                  pic 9(4) comp value 0.
       77  this-date-ind               pic 9(4) comp.
       77  movements-taken             pic 9(7) value 0.
       77  value-taken                 pic 9(11)v99 value 0.
       77  movements-held              pic 9(7) value 0.
       77  value-held                  pic 9(11)v99 value 0.
       77  journal-lines               pic 9(6) value 0.
       77  total-debits                pic 9(11)v99 value 0.
       77  total-credits               pic 9(11)v99 value 0.
       01  date-overflow-sw            pic x value "N".
          88  date-overflow               value "Y".
       01  to-send-sw                  pic x.
          88  to-send                     value "Y".

      *   the night's movement, one row per movement date
       01  date-movements.
           03  dm-entry occurs max-dates.
               05  dm-date             pic 9(8).
               05  dm-charges          pic 9(9)v99 comp.
               05  dm-payments         pic 9(9)v99 comp.

       01  run-date                    pic 9(8).

       01  heading-line                pic x(80) value
           "CLUB LEDGER GENERAL LEDGER JOURNAL".

       01  date-line.
           03  filler                  pic x(2) value space.
           03  dtl-date                pic 9(8).
           03  filler                  pic x(10) value
               " CHARGES  ".
           03  dtl-charges             pic z(8)9.99.
           03  filler                  pic x(11) value
               "  PAYMENTS ".
           03  dtl-payments            pic z(8)9.99.

       01  held-line.
           03  filler                  pic x(2) value space.
           03  hld-date                pic 9(8).
           03  filler                  pic x(1) value space.
           03  hld-type                pic x.
           03  filler                  pic x(1) value space.
           03  hld-club                pic x(30).
           03  filler                  pic x(1) value space.
           03  hld-amount              pic z(6)9.99.
           03  filler                  pic x(15) value
               " PERIOD CLOSED".

       01  total-line.
           03  filler                  pic x(2) value space.
           03  ttl-label               pic x(20).
           03  ttl-count               pic zzzzzz9.
           03  filler                  pic x(1) value space.
           03  ttl-amount              pic z(10)9.99.


       procedure division.

       main-process section.

           perform program-initialize
           open input ledger-file
           if ledger-file-not-found
               display "RACE-GLX: NO CLUBLEDG.DAT - NOTHING TO SEND"
           else
               perform stamp-the-ledger
               perform put-the-ledger-back
           end-if
           perform write-journal-lines
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           accept run-date from date yyyymmdd
           perform read-the-ack
           open output report-file
           write report-line from heading-line
           move spaces to report-line
           write report-line
           move "HELD - DATED IN A CLOSED PERIOD" to report-line
           write report-line.

      *---------------------------------------------------------------*

       stamp-the-ledger section.

      *   the ledger goes to the work file as read, each movement
      *   sent tonight carrying tonight's date.

           open output work-file
           perform until ledger-file-eof
               read ledger-file
                   at end
                       set ledger-file-eof to true
                   not at end
                       perform take-one-movement
                       write work-line from ledger-record
               end-read
           end-perform
           close ledger-file
           close work-file
           move "00" to ledger-file-status.

      *---------------------------------------------------------------*

       read-the-ack section.

           open input ack-file
           if not ack-file-not-found
               read ack-file
                   at end
                       continue
                   not at end
                       move gca-header-date to carried-date
               end-read
               close ack-file
           end-if.

      *---------------------------------------------------------------*

       take-one-movement section.

      *   sent on a night whose file Custglx never carried - as if
      *   never sent.

           if led-gl-date numeric
              and led-gl-date not = run-date
              and led-gl-date > carried-date
               move 0 to led-gl-date
           end-if

           move "N" to to-send-sw
           if led-gl-date not numeric or led-gl-date = 0
               move led-date to per-date
               call period-check-service using per-check
               if per-period-closed
                   perform hold-one-movement
               else
                   set to-send to true
               end-if
           else
               if led-gl-date = run-date
                   set to-send to true
               end-if
           end-if

           if to-send
               perform find-the-date
               if this-date-ind = 0
      *   no room to journal it tonight - it stays unsent
                   move 0 to led-gl-date
               else
                   move run-date to led-gl-date
                   add 1 to movements-taken
                   add led-amount to value-taken
                   if led-type = "C"
                       add led-amount to dm-charges(this-date-ind)
                   else
                       add led-amount to dm-payments(this-date-ind)
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       hold-one-movement section.

           move 0 to led-gl-date
           add 1 to movements-held
           add led-amount to value-held
           move led-date   to hld-date
           move led-type   to hld-type
           move led-club   to hld-club
           move led-amount to hld-amount
           write report-line from held-line.

      *---------------------------------------------------------------*

       find-the-date section.

           move 0 to this-date-ind
           perform varying date-ind from 1 by 1
                              until date-ind > date-count
                                    or this-date-ind not = 0
               if dm-date(date-ind) = led-date
                   move date-ind to this-date-ind
               end-if
           end-perform
           if this-date-ind = 0
               if date-count < max-dates
                   add 1 to date-count
                   move led-date to dm-date(date-count)
                   move 0 to dm-charges(date-count)
                   move 0 to dm-payments(date-count)
                   move date-count to this-date-ind
               else
                   set date-overflow to true
               end-if
           end-if.

      *---------------------------------------------------------------*

       put-the-ledger-back section.

           open output ledger-file
           open input work-file
           perform until work-file-eof
               read work-file
                   at end
                       set work-file-eof to true
                   not at end
                       move work-line to ledger-record
                       write ledger-record
               end-read
           end-perform
           close work-file
           close ledger-file.

      *---------------------------------------------------------------*

       write-journal-lines section.

      *   written even when nothing moved, so the package always
      *   finds tonight's trailer.

           move spaces to report-line
           write report-line
           move "SENT TO THE JOURNAL" to report-line
           write report-line

           open output journal-file
           move spaces to journal-record
           perform write-header-line
           perform varying date-ind from 1 by 1
                              until date-ind > date-count
               perform write-one-date
           end-perform
           perform write-control-trailer
           close journal-file.

      *---------------------------------------------------------------*

       write-one-date section.

      *   charges: CLUBDRS against ENTFEES.
      *   payments: CASH against CLUBDRS.

           move space to jnl-area
           move dm-date(date-ind) to jnl-date
           if dm-charges(date-ind) not = 0
               move "CLUBDRS " to jnl-account
               move dm-charges(date-ind) to jnl-debit
               move 0 to jnl-credit
               perform write-one-journal-line
               move "ENTFEES " to jnl-account
               move 0 to jnl-debit
               move dm-charges(date-ind) to jnl-credit
               perform write-one-journal-line
           end-if
           if dm-payments(date-ind) not = 0
               move "CASH    " to jnl-account
               move dm-payments(date-ind) to jnl-debit
               move 0 to jnl-credit
               perform write-one-journal-line
               move "CLUBDRS " to jnl-account
               move 0 to jnl-debit
               move dm-payments(date-ind) to jnl-credit
               perform write-one-journal-line
           end-if

           move dm-date(date-ind)     to dtl-date
           move dm-charges(date-ind)  to dtl-charges
           move dm-payments(date-ind) to dtl-payments
           write report-line from date-line.

      *---------------------------------------------------------------*

       write-one-journal-line section.

           move "D" to jnl-line-type
           add 1 to journal-lines
           add jnl-debit to total-debits
           add jnl-credit to total-credits
           write journal-record.

      *---------------------------------------------------------------*

       write-header-line section.

      *   tells Custglx whose file this is and which night.

           move "H" to jnl-line-type
           move "RACE-GLX" to jnl-account
           move space to jnl-area
           move 0 to jnl-debit
           move 0 to jnl-credit
           move run-date to jnl-date
           write journal-record.

      *---------------------------------------------------------------*

       write-control-trailer section.

      *   as Custglx's: the money columns carry the control totals
      *   and the date field the line count.

           move "T" to jnl-line-type
           move "CONTROL " to jnl-account
           move space to jnl-area
           move total-debits to jnl-debit
           move total-credits to jnl-credit
           move journal-lines to jnl-date
           write journal-record.

      *---------------------------------------------------------------*

       program-terminate section.

           move spaces to report-line
           write report-line
           move "MOVEMENTS SENT" to ttl-label
           move movements-taken to ttl-count
           move value-taken to ttl-amount
           write report-line from total-line
           move "MOVEMENTS HELD" to ttl-label
           move movements-held to ttl-count
           move value-held to ttl-amount
           write report-line from total-line
           move "JOURNAL LINES" to ttl-label
           move journal-lines to ttl-count
           move total-debits to ttl-amount
           write report-line from total-line
           close report-file

           if date-overflow
               display "RACE-GLX: MORE MOVEMENT DATES THAN THE TABLE - "
                       "THE REST ARE LEFT FOR THE NEXT RUN"
           end-if
           display "JOURNAL LINES: " journal-lines
                   " MOVEMENTS HELD: " movements-held
           if total-debits not = total-credits
               display "RACE-GLX: DEBITS DO NOT EQUAL CREDITS - "
                       "DO NOT FEED THIS FILE"
           end-if
           perform write-control-total
           goback.

      *---------------------------------------------------------------*

       write-control-total section.

           initialize control-total
           move "RACE-GLX"      to ctl-job
           move movements-taken to ctl-recs-in
           move value-taken     to ctl-value-in
           move journal-lines   to ctl-recs-out
           move total-debits    to ctl-value-out
           move movements-held  to ctl-recs-aside
           move value-held      to ctl-value-aside
           call control-total-service using control-total.
