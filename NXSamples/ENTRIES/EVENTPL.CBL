      $set ans85
       identification division.

       program-id. race-eventpl.

      *---------------------------------------------------------------*
      *    Event profit and loss.  Whether each race of the series
      *    made money, to eventpl.prt, event by event in id order
      *    with the series' net carried to date after each:
      *      fee income billed   the fee billing run's invoice
      *                          charges on the club ledger
      *                          clubledg.dat for the event (each is
      *                          referenced "INVOICE" and the event
      *                          id - see CLUBLEDG.CPY)
      *      fee income received each club's payments set against
      *                          its charges oldest first, so a
      *                          club's money pays its earliest
      *                          invoice before its latest
      *      refunds             the event's individual withdrawals
      *                          on withdrawn.dat, and its withdrawn
      *                          relay teams on teams.dat, priced
      *                          from feetable.dat as race-refunds
      *                          prices them
      *      costs               evcost.dat (see EVCOSTREC.CPY) by
      *                          category - timing, medals, permits,
      *                          marshals, printing
      *      net result          billed less refunds less costs
      *      cost per finisher   costs over the event's finishers on
      *                          results.dat (disqualified results
      *                          not counted) or, for a relay, its
      *                          timed legs on teams.dat
      *    Charges posted before the invoices named their event take
      *    their share of the payments but belong to no event, and
      *    are shown once, after the events.  Series totals close
      *    the report.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is sequential
           file status is event-file-status.

           select ledger-file assign "clubledg.dat"
           organization is line sequential
           file status is ledger-file-status.

           select withdrawn-file assign "withdrawn.dat"
           organization is line sequential
           file status is withdrawn-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is sequential
           file status is team-file-status.

           select fee-file assign "feetable.dat"
           organization is line sequential
           file status is fee-file-status.

           select cost-file assign "evcost.dat"
           organization is indexed
           record key is ec-key
           access is sequential
           file status is cost-file-status.

           select result-file assign "results.dat"
           organization is indexed
           record key is result-key
           access is sequential
           file status is result-file-status.

           select report-file assign "eventpl.prt"
           organization is line sequential.


       data division.

       file section.
       fd  event-file.
           copy "EVENTREC.CPY".

       fd  ledger-file.
           copy "CLUBLEDG.CPY".

       fd  withdrawn-file.
           copy "WDRLREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  fee-file.
       01  fee-record.
           03  fee-category            pic 9.
           03  filler                  pic x(1).
           03  fee-amount              pic 9(3)v99.

       fd  cost-file.
           copy "EVCOSTREC.CPY".

       fd  result-file.
           copy "RESULTREC.CPY".

       fd  report-file.
       01  report-line                 pic x(80).

       working-storage section.

       78  max-clubs                   value 200.

       77  event-file-status           pic x(2).
          88  event-file-eof              value "10".
          88  event-file-not-found        value "35".
       77  ledger-file-status          pic x(2).
          88  ledger-file-eof             value "10".
          88  ledger-file-not-found       value "35".
       77  withdrawn-file-status       pic x(2).
          88  withdrawn-file-eof          value "10".
          88  withdrawn-file-not-found    value "35".
       77  team-file-status            pic x(2).
          88  team-file-eof               value "10".
          88  team-file-not-found         value "35".
       77  fee-file-status             pic x(2).
          88  fee-file-eof                value "10".
          88  fee-file-not-found          value "35".
       77  cost-file-status            pic x(2).
          88  cost-file-eof               value "10".
          88  cost-file-not-found         value "35".
       77  result-file-status          pic x(2).
          88  result-file-eof             value "10".
          88  result-file-not-found       value "35".

       77  ev-ind                      pic 9(3) comp.
       77  cat-ind                     pic 9(2) comp.
       77  club-ind                    pic 9(4) comp.
       77  club-count                  pic 9(4) comp value 0.
       77  this-club-ind               pic 9(4) comp.
       77  leg-ind                     pic 9(2) comp.
       77  allocated                   pic 9(9)v99 comp.
       77  event-costs                 pic 9(9)v99 comp.
       77  event-net                   pic s9(9)v99 comp.
       77  series-net                  pic s9(9)v99 comp value 0.
       77  per-finisher                pic 9(7)v99 comp.
       77  events-reported             pic 9(3) value 0.
       01  club-overflow-sw            pic x value "N".
          88  club-overflow               value "Y".

      *   one row per possible event id, filled as the files are
      *   read; row 100 gathers the ledger's unreferenced charges
       01  event-table.
           03  event-row occurs 100.
               05  er-on-master        pic x.
               05  er-name             pic x(30).
               05  er-date             pic 9(8).
               05  er-legs             pic 9.
               05  er-billed           pic 9(9)v99 comp.
               05  er-received         pic 9(9)v99 comp.
               05  er-refunds          pic 9(9)v99 comp.
               05  er-withdrawals      pic 9(4) comp.
               05  er-finishers        pic 9(6) comp.
               05  er-cost             pic 9(9)v99 comp occurs 5.

      *   what each club has paid, still to set against charges
       01  club-table.
           03  club-row occurs max-clubs.
               05  ct-club             pic x(30).
               05  ct-unspent          pic 9(9)v99 comp.

       01  series-totals.
           03  st-billed               pic 9(9)v99 comp.
           03  st-received             pic 9(9)v99 comp.
           03  st-refunds              pic 9(9)v99 comp.
           03  st-costs                pic 9(9)v99 comp.

       01  fee-table.
           03  fee-per-category        pic 9(3)v99 occurs 6.

       01  category-names.
           03  filler                  pic x(10) value "TIMING    ".
           03  filler                  pic x(10) value "MEDALS    ".
           03  filler                  pic x(10) value "PERMITS   ".
           03  filler                  pic x(10) value "MARSHALS  ".
           03  filler                  pic x(10) value "PRINTING  ".
       01  category-name-table redefines category-names.
           03  category-name           pic x(10) occurs 5.

       01  heading-line                pic x(80) value
           "EVENT PROFIT AND LOSS".

       01  event-heading.
           03  filler                  pic x(6) value "EVENT ".
           03  evh-id                  pic 9(2).
           03  filler                  pic x(1) value space.
           03  evh-name                pic x(30).
           03  filler                  pic x(1) value space.
           03  evh-date                pic 9(8).

       01  money-line.
           03  filler                  pic x(2) value space.
           03  mnl-label               pic x(30).
           03  mnl-amount              pic z(8)9.99-.

       01  finisher-line.
           03  filler                  pic x(2) value space.
           03  filler                  pic x(11) value "FINISHERS ".
           03  fnl-count               pic zzzzz9.
           03  filler                  pic x(20) value
               "  COST PER FINISHER ".
           03  fnl-cost                pic z(6)9.99.

       01  refund-label.
           03  filler                  pic x(8) value "REFUNDS ".
           03  rfl-count               pic zzz9.
           03  filler                  pic x(12) value " WITHDRAWALS".


       procedure division.

       main-process section.

           perform program-initialize
           perform load-the-events
           perform load-fee-table
           perform total-club-payments
           perform allocate-the-charges
           if club-overflow
               display "RACE-EVENTPL: MORE CLUBS THAN THE TABLE - "
                       "RECEIVED FIGURES ARE SHORT"
           end-if
           perform price-the-withdrawals
           perform price-the-withdrawn-teams
           perform total-the-costs
           perform count-the-finishers
           perform report-the-events
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           initialize event-table
           initialize series-totals
           open output report-file
           write report-line from heading-line
           move spaces to report-line
           write report-line.

      *---------------------------------------------------------------*

       load-the-events section.

           open input event-file
           if event-file-not-found
               display "RACE-EVENTPL: NO EVENTS.DAT"
           else
               perform until event-file-eof
                   read event-file next record
                       at end
                           set event-file-eof to true
                       not at end
                           if event-id not = 0
                               move "Y" to er-on-master(event-id)
                               move event-name to er-name(event-id)
                               move event-date to er-date(event-id)
                               move event-legs to er-legs(event-id)
                           end-if
                   end-read
               end-perform
               close event-file
           end-if.

      *---------------------------------------------------------------*

       load-fee-table section.

           initialize fee-table
           open input fee-file
           if fee-file-not-found
               display "RACE-EVENTPL: NO FEETABLE.DAT - "
                       "REFUNDS PRICED AT ZERO"
           else
               perform until fee-file-eof
                   read fee-file
                       at end
                           set fee-file-eof to true
                       not at end
                           if fee-category >= 1 and fee-category <= 6
                               move fee-amount
                                   to fee-per-category(fee-category)
                           end-if
                   end-read
               end-perform
               close fee-file
           end-if.

      *---------------------------------------------------------------*

       total-club-payments section.

           open input ledger-file
           if ledger-file-not-found
               display "RACE-EVENTPL: NO CLUBLEDG.DAT - NO FEE INCOME"
           else
               perform until ledger-file-eof
                   read ledger-file
                       at end
                           set ledger-file-eof to true
                       not at end
                           if led-type = "P"
                               perform find-the-club
                               if this-club-ind not = 0
                                   add led-amount
                                       to ct-unspent(this-club-ind)
                               end-if
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.

      *---------------------------------------------------------------*

       find-the-club section.

           move 0 to this-club-ind
           perform varying club-ind from 1 by 1
                              until club-ind > club-count
                                    or this-club-ind not = 0
               if ct-club(club-ind) = led-club
                   move club-ind to this-club-ind
               end-if
           end-perform
           if this-club-ind = 0
               if club-count < max-clubs
                   add 1 to club-count
                   move led-club to ct-club(club-count)
                   move 0 to ct-unspent(club-count)
                   move club-count to this-club-ind
               else
                   set club-overflow to true
               end-if
           end-if.

      *---------------------------------------------------------------*

       allocate-the-charges section.

      *   the ledger is appended to as things happen, so file order
      *   is date order and the first charge read is paid first.

           if not ledger-file-not-found
               move "00" to ledger-file-status
               open input ledger-file
               perform until ledger-file-eof
                   read ledger-file
                       at end
                           set ledger-file-eof to true
                       not at end
                           if led-type = "C"
                               perform allocate-one-charge
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.

      *---------------------------------------------------------------*

       allocate-one-charge section.

           if led-reference(1:8) = "INVOICE "
              and led-reference(9:2) numeric
              and led-reference(9:2) not = "00"
               move led-reference(9:2) to ev-ind
           else
               move 100 to ev-ind
           end-if
           add led-amount to er-billed(ev-ind)

           perform find-the-club
           if this-club-ind not = 0
               if ct-unspent(this-club-ind) < led-amount
                   move ct-unspent(this-club-ind) to allocated
               else
                   move led-amount to allocated
               end-if
               subtract allocated from ct-unspent(this-club-ind)
               add allocated to er-received(ev-ind)
           end-if.

      *---------------------------------------------------------------*

       price-the-withdrawals section.

           open input withdrawn-file
           if not withdrawn-file-not-found
               perform until withdrawn-file-eof
                   read withdrawn-file
                       at end
                           set withdrawn-file-eof to true
                       not at end
                           if wd-event not = 0
                               add 1 to er-withdrawals(wd-event)
                               if wd-male >= 1 and wd-male <= 5
                                   add fee-per-category(wd-male)
                                       to er-refunds(wd-event)
                               end-if
                           end-if
                   end-read
               end-perform
               close withdrawn-file
           end-if.

      *---------------------------------------------------------------*

       price-the-withdrawn-teams section.

      *   teams.dat is read once here for both its withdrawals and
      *   its timed legs - the relay's finishers.

           open input team-file
           if not team-file-not-found
               perform until team-file-eof
                   read team-file next record
                       at end
                           set team-file-eof to true
                       not at end
                           if tm-event not = 0
                               perform take-one-team
                           end-if
                   end-read
               end-perform
               close team-file
           end-if.

      *---------------------------------------------------------------*

       take-one-team section.

           if tm-withdrawn
               add 1 to er-withdrawals(tm-event)
               add fee-per-category(6) to er-refunds(tm-event)
           end-if
           if tm-entered
               perform varying leg-ind from 1 by 1
                                  until leg-ind > tm-legs
                   if tl-time(leg-ind) not = 0
                       add 1 to er-finishers(tm-event)
                   end-if
               end-perform
           end-if.

      *---------------------------------------------------------------*

       total-the-costs section.

           open input cost-file
           if not cost-file-not-found
               perform until cost-file-eof
                   read cost-file next record
                       at end
                           set cost-file-eof to true
                       not at end
                           if ec-event not = 0 and ec-category-valid
                               add ec-amount
                                   to er-cost(ec-event ec-category)
                           end-if
                   end-read
               end-perform
               close cost-file
           end-if.

      *---------------------------------------------------------------*

       count-the-finishers section.

           open input result-file
           if not result-file-not-found
               perform until result-file-eof
                   read result-file next record
                       at end
                           set result-file-eof to true
                       not at end
                           if result-event not = 0
                              and not result-disqualified
                               add 1 to er-finishers(result-event)
                           end-if
                   end-read
               end-perform
               close result-file
           end-if.

      *---------------------------------------------------------------*

       report-the-events section.

      *   an event off the master still reports if money or costs
      *   were booked to it.

           perform varying ev-ind from 1 by 1 until ev-ind > 99
               if er-on-master(ev-ind) = "Y"
                  or er-billed(ev-ind) not = 0
                  or er-withdrawals(ev-ind) not = 0
                  or er-cost(ev-ind 1) not = 0
                  or er-cost(ev-ind 2) not = 0
                  or er-cost(ev-ind 3) not = 0
                  or er-cost(ev-ind 4) not = 0
                  or er-cost(ev-ind 5) not = 0
                   perform report-one-event
               end-if
           end-perform

           if er-billed(100) not = 0
               move "CHARGES NAMING NO EVENT" to report-line
               write report-line
               move "FEE INCOME BILLED" to mnl-label
               move er-billed(100) to mnl-amount
               write report-line from money-line
               move "FEE INCOME RECEIVED" to mnl-label
               move er-received(100) to mnl-amount
               write report-line from money-line
               add er-billed(100)   to st-billed
               add er-received(100) to st-received
               add er-billed(100)   to series-net
               move spaces to report-line
               write report-line
           end-if

           move "SERIES TOTALS" to report-line
           write report-line
           move "FEE INCOME BILLED" to mnl-label
           move st-billed to mnl-amount
           write report-line from money-line
           move "FEE INCOME RECEIVED" to mnl-label
           move st-received to mnl-amount
           write report-line from money-line
           move "REFUNDS" to mnl-label
           move st-refunds to mnl-amount
           write report-line from money-line
           move "COSTS" to mnl-label
           move st-costs to mnl-amount
           write report-line from money-line
           move "NET RESULT" to mnl-label
           move series-net to mnl-amount
           write report-line from money-line.

      *---------------------------------------------------------------*

       report-one-event section.

           add 1 to events-reported
           move ev-ind          to evh-id
           move er-name(ev-ind) to evh-name
           move er-date(ev-ind) to evh-date
           write report-line from event-heading

           move "FEE INCOME BILLED" to mnl-label
           move er-billed(ev-ind) to mnl-amount
           write report-line from money-line
           move "FEE INCOME RECEIVED" to mnl-label
           move er-received(ev-ind) to mnl-amount
           write report-line from money-line
           move er-withdrawals(ev-ind) to rfl-count
           move refund-label to mnl-label
           move er-refunds(ev-ind) to mnl-amount
           write report-line from money-line

           move 0 to event-costs
           perform varying cat-ind from 1 by 1 until cat-ind > 5
               move spaces to mnl-label
               string "COST - " category-name(cat-ind)
                   delimited by size into mnl-label
               move er-cost(ev-ind cat-ind) to mnl-amount
               write report-line from money-line
               add er-cost(ev-ind cat-ind) to event-costs
           end-perform
           move "TOTAL COSTS" to mnl-label
           move event-costs to mnl-amount
           write report-line from money-line

           compute event-net = er-billed(ev-ind)
                             - er-refunds(ev-ind)
                             - event-costs
           add event-net to series-net
           move "NET RESULT" to mnl-label
           move event-net to mnl-amount
           write report-line from money-line

           move er-finishers(ev-ind) to fnl-count
           if er-finishers(ev-ind) = 0
               move 0 to per-finisher
           else
               compute per-finisher rounded =
                       event-costs / er-finishers(ev-ind)
           end-if
           move per-finisher to fnl-cost
           write report-line from finisher-line

           move "SERIES NET TO DATE" to mnl-label
           move series-net to mnl-amount
           write report-line from money-line
           move spaces to report-line
           write report-line

           add er-billed(ev-ind)   to st-billed
           add er-received(ev-ind) to st-received
           add er-refunds(ev-ind)  to st-refunds
           add event-costs         to st-costs.

      *---------------------------------------------------------------*

       program-terminate section.

           display "EVENTS REPORTED: " events-reported
           close report-file
           goback.
