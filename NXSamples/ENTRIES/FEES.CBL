      *    invoice comes off the ledger balances; only a site with
      *    no ledger yet still answers from the old clubpaid.dat
      *    name-per-line flag list.
      *    A relay event (legs on the events master) is billed per
      *    team, not per runner: its entered teams are walked off
      *    teams.dat in club order instead and priced at the fee
      *    table's category 6, the team fee.
      *    A posting run sends one record to the shared control-total
      *    file under RACE-FEE: invoices billed and their value in,
      *    charges posted to the ledger out, nil invoices aside.
      *---------------------------------------------------------------*

       environment division.
           access is dynamic
           file status is entry-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.

      *   a relay's entries - see TEAMREC.CPY
           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select fee-file assign "feetable.dat"
           organization is line sequential
           file status is fee-file-status.
       fd  entry-file.
           copy "ENTRYREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  fee-file.
       01  fee-record.
           03  fee-category            pic 9.
          88  entry-file-ok               value "00".
          88  entry-file-eof              value "10".

       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".

       77  team-file-status            pic x(2).
          88  team-file-eof               value "10".
          88  team-file-not-found         value "35".
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".

       77  fee-file-status             pic x(2).
          88  fee-file-eof                value "10".
          88  fee-file-not-found          value "35".
       77  club-paid-sw                pic x.

       01  fee-table.
      *   categories 1-5 are the runners' own; 6 is a relay team
           03  fee-per-category        pic 9(3)v99 occurs 6.

       01  category-counts.
           03  cat-count               pic 9(4) comp occurs 6.

       01  paid-club-table.
           03  paid-club               pic x(30) occurs max-paid-clubs.
               05  lb-club             pic x(30).
               05  lb-balance          pic s9(9)v99 comp.

       77  invoices-billed             pic 9(7) value 0.
       77  charges-posted              pic 9(7) value 0.
       77  value-posted                pic s9(11)v99 comp value 0.

      *   control record for the balancing step - see CTLTOT.CBL
       78  control-total-service       value "ctltot".
           copy "CTLTOT.CPY".

       01  hold-club                   pic x(30).
       01  break-club                  pic x(30).
       77  first-club-sw               pic x value "Y".

       01  event-env                   pic x(2).
           03  filler                  pic x(1) value space.
           03  heading-paid            pic x(6).

      *   the charge names the event billed, so the event profit
      *   and loss can find its fee income on the ledger
       01  invoice-reference.
           03  filler                  pic x(8) value "INVOICE ".
           03  inv-ref-event           pic 9(2).

       01  club-look-in                pic x(30).
       01  club-look-out               pic x(30).
       01  club-look-found             pic x.
           03  filler                  pic x(13) value "VETERAN      ".
           03  filler                  pic x(13) value "JUNIOR       ".
           03  filler                  pic x(13) value "WHEELCHAIR   ".
           03  filler                  pic x(13) value "RELAY TEAM   ".
       01  category-name-table redefines category-names.
           03  category-name           pic x(13) occurs 6.

       77  line-value                  pic 9(7)v99 comp.

       main-process section.

           perform program-initialize
           if relay-event
               perform bill-one-team until team-file-eof
           else
               perform bill-one-entry until entry-file-eof
           end-if
           perform program-terminate.

      *---------------------------------------------------------------*
               perform load-paid-clubs
           end-if

           perform judge-relay-event
           open output invoice-file
           move spaces to hold-club
           if relay-event
               open input team-file
               if team-file-not-found
                   set team-file-eof to true
               else
                   move low-values to tm-club
                   start team-file key is >= tm-club
                       invalid key
                           set team-file-eof to true
                   end-start
               end-if
               if not team-file-eof
                   perform read-next-team
               end-if
           else
               open input entry-file
               start entry-file key is >= file-club
                   invalid key
                       set entry-file-eof to true
               end-start
               if not entry-file-eof
                   perform read-next-entry
               end-if
           end-if.

      *---------------------------------------------------------------*

       judge-relay-event section.

           open input event-file
           if not event-file-not-found
               move chosen-event to event-id
               read event-file
                   invalid key
                       continue
                   not invalid key
                       if event-legs > 1
                           set relay-event to true
                       end-if
               end-read
               close event-file
           end-if.

      *---------------------------------------------------------------*
                   at end
                       set fee-file-eof to true
                   not at end
                       if fee-category >= 1 and fee-category <= 6
                           move fee-amount
                                   to fee-per-category(fee-category)
                       end-if

           if file-key-event = chosen-event
               if file-club not = hold-club
                   move file-club to break-club
                   perform club-break
               end-if
               if file-male >= 1 and file-male <= 5

           perform read-next-entry.

      *---------------------------------------------------------------*

       bill-one-team section.

      *   only a team holding a seat is billed - a waiting team
      *   pays when it is promoted, a withdrawn one not at all.

           if tm-event = chosen-event and tm-entered
               if tm-club not = hold-club
                   move tm-club to break-club
                   perform club-break
               end-if
               add 1 to cat-count(6)
           end-if

           perform read-next-team.

      *---------------------------------------------------------------*

       club-break section.
               perform write-club-invoice
           end-if
           move "N" to first-club-sw
           move break-club to hold-club
           initialize category-counts
           move 0 to club-total.

               write invoice-line from not-on-master-line
           end-if

           perform varying cat-ind from 1 by 1 until cat-ind > 6
               if cat-count(cat-ind) not = 0
                   compute line-value = cat-count(cat-ind)
                                      * fee-per-category(cat-ind)

           move club-total to total-value
           write invoice-line from total-line
           add 1 to invoices-billed
           if posting-active and club-total not = 0
               perform post-invoice-charge
           end-if
           move run-date   to led-date
           move "C"        to led-type
           move club-total to led-amount
           move chosen-event to inv-ref-event
           move invoice-reference to led-reference
           write ledger-record
           add 1 to charges-posted
           add club-total to value-posted
           close ledger-file
           move "00" to ledger-file-status.

                   set entry-file-eof to true
           end-read.

      *---------------------------------------------------------------*

       read-next-team section.

           read team-file next record
               at end
                   set team-file-eof to true
           end-read.

      *---------------------------------------------------------------*

       program-terminate section.
           move grand-total to grand-value
           write invoice-line from grand-line

           if relay-event
               if not team-file-not-found
                   close team-file
               end-if
           else
               close entry-file
           end-if
           close invoice-file
           if posting-active
               perform write-control-total
           end-if
           goback.

      *---------------------------------------------------------------*

       write-control-total section.

      *   every invoice is posted unless it came to nothing, so
      *   in = out + aside, and the value aside is always nil.

           initialize control-total
           move "RACE-FEE"      to ctl-job
           move invoices-billed to ctl-recs-in
           move grand-total     to ctl-value-in
           move charges-posted  to ctl-recs-out
           move value-posted    to ctl-value-out
           compute ctl-recs-aside = invoices-billed - charges-posted
           compute ctl-value-aside = grand-total - value-posted
           call control-total-service using control-total.
