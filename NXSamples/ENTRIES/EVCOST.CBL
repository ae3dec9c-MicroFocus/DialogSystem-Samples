      $set ans85
       identification division.

       program-id. race-evcost.

      *---------------------------------------------------------------*
      *    Event costs console.  The treasurer keys what each race
      *    cost - timing, medals, permits, marshals, printing - to
      *    evcost.dat (see EVCOSTREC.CPY), one line per receipt or
      *    supplier invoice, instead of keeping the pile of paper:
      *        L    list an event's cost lines with the total for
      *             each category
      *        A    add a line - category, date, supplier, what it
      *             was for and the amount in pence
      *        C    change a line's amount and description
      *        D    delete a line keyed in error
      *        Q    leave
      *    The event must be on the events master.  race-eventpl
      *    sets these costs against the event's fee income.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select cost-file assign "evcost.dat"
           organization is indexed
           record key is ec-key
           access is dynamic
           file status is cost-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.


       data division.

       file section.
       fd  cost-file.
           copy "EVCOSTREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       77  cost-file-status            pic x(2).
          88  cost-file-not-found         value "35".
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".

       77  cat-ind                     pic 9(2) comp.
       77  scan-ind                    pic 9(2) comp.
       77  highest-line                pic 9(4).
       77  entry-amount-pence          pic 9(9).
       77  entry-amount                pic 9(7)v99.
       77  event-cost-total            pic 9(9)v99.

       01  done-sw                     pic x value "N".
          88  all-done                    value "Y".
       01  event-known-sw              pic x.
          88  event-known                 value "Y".
       01  cost-scan-done-sw           pic x.
       01  line-found-sw               pic x.
          88  line-found                  value "Y".

       01  answer-line                 pic x(10).
       01  answer-action               pic x.
       01  confirm-answer              pic x.
       01  event-in                    pic x(2).
       01  event-in-n redefines event-in pic 9(2).
       01  line-in                     pic x(4).
       01  line-in-n redefines line-in pic 9(4).
       01  line-hold                   pic x(3).
       01  category-in                 pic x.
       01  category-in-n redefines category-in pic 9.
       01  date-in                     pic x(8).
       01  date-in-n redefines date-in pic 9(8).
       01  supplier-in                 pic x(30).
       01  detail-in                   pic x(30).
       01  entry-amount-x              pic x(10).
       01  today-date                  pic 9(8).
       01  digit-cell                  pic 9.
       01  digit-cell-x redefines digit-cell pic x.

       01  category-totals.
           03  cat-total               pic 9(9)v99 occurs 5.

       01  category-names.
           03  filler                  pic x(10) value "TIMING    ".
           03  filler                  pic x(10) value "MEDALS    ".
           03  filler                  pic x(10) value "PERMITS   ".
           03  filler                  pic x(10) value "MARSHALS  ".
           03  filler                  pic x(10) value "PRINTING  ".
       01  category-name-table redefines category-names.
           03  category-name           pic x(10) occurs 5.

       01  cost-line.
           03  csl-line                pic 9(4).
           03  filler                  pic x(1) value space.
           03  csl-category            pic x(10).
           03  filler                  pic x(1) value space.
           03  csl-date                pic 9(8).
           03  filler                  pic x(1) value space.
           03  csl-supplier            pic x(30).
           03  filler                  pic x(1) value space.
           03  csl-amount              pic z(6)9.99.

       01  detail-line.
           03  filler                  pic x(16) value space.
           03  dtl-detail              pic x(30).
           03  filler                  pic x(4) value " BY ".
           03  dtl-keyed-by            pic x(8).

       01  total-line.
           03  filler                  pic x(6) value space.
           03  ttl-category            pic x(10).
           03  filler                  pic x(1) value space.
           03  ttl-amount              pic z(8)9.99.


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACECOST: START IT FROM THE ROUTER MENU"
               goback
           end-if

           open i-o cost-file
           if cost-file-not-found
               open output cost-file
               close cost-file
               open i-o cost-file
           end-if
           perform work-one-action until all-done
           close cost-file
           goback.

      *---------------------------------------------------------------*

       work-one-action section.

           display "ACTION (L / A / C / D / Q): " with no advancing
           accept answer-line
           move answer-line(1:1) to answer-action

           evaluate answer-action
               when "Q" when "q"
                   set all-done to true
               when "L" when "l"
                   perform list-the-costs
               when "A" when "a"
                   perform add-a-cost
               when "C" when "c"
                   perform change-a-cost
               when "D" when "d"
                   perform delete-a-cost
               when other
                   continue
           end-evaluate.

      *---------------------------------------------------------------*

       ask-for-the-event section.

           display "EVENT: " with no advancing
           accept event-in
           if event-in(2:1) = space
               move event-in(1:1) to event-in(2:1)
               move "0" to event-in(1:1)
           end-if
           if event-in not numeric
               move "00" to event-in
           end-if

           move "N" to event-known-sw
           open input event-file
           if not event-file-not-found
               move event-in-n to event-id
               read event-file
                   invalid key
                       continue
                   not invalid key
                       set event-known to true
               end-read
               close event-file
           end-if
           move "00" to event-file-status
           if not event-known
               display "NO SUCH EVENT"
           end-if.

      *---------------------------------------------------------------*

       ask-for-the-line section.

           display "LINE: " with no advancing
           accept line-in
           perform right-justify-line
           move "N" to line-found-sw
           if line-in numeric
               move event-in-n to ec-event
               move line-in-n to ec-line
               read cost-file
                   invalid key
                       continue
                   not invalid key
                       set line-found to true
               end-read
           end-if
           if not line-found
               display "NO SUCH LINE"
           end-if.

      *---------------------------------------------------------------*

       right-justify-line section.

      *   "7" keyed means line 0007.

           perform until line-in(4:1) not = space
                         or line-in = spaces
               move line-in(1:3) to line-hold
               move line-hold to line-in(2:3)
               move "0" to line-in(1:1)
           end-perform.

      *---------------------------------------------------------------*

       list-the-costs section.

           perform ask-for-the-event
           initialize category-totals
           move 0 to event-cost-total
           display "LINE CATEGORY   DATE     SUPPLIER"
           move "N" to cost-scan-done-sw
           move event-in-n to ec-event
           move 0 to ec-line
           start cost-file key is >= ec-key
               invalid key
                   move "Y" to cost-scan-done-sw
           end-start
           perform until cost-scan-done-sw = "Y"
               read cost-file next record
                   at end
                       move "Y" to cost-scan-done-sw
                   not at end
                       if ec-event not = event-in-n
                           move "Y" to cost-scan-done-sw
                       else
                           perform list-one-cost
                       end-if
               end-read
           end-perform

           perform varying cat-ind from 1 by 1 until cat-ind > 5
               if cat-total(cat-ind) not = 0
                   move category-name(cat-ind) to ttl-category
                   move cat-total(cat-ind)     to ttl-amount
                   display total-line
               end-if
           end-perform
           move "TOTAL" to ttl-category
           move event-cost-total to ttl-amount
           display total-line.

      *---------------------------------------------------------------*

       list-one-cost section.

           move ec-line to csl-line
           if ec-category-valid
               move category-name(ec-category) to csl-category
               add ec-amount to cat-total(ec-category)
           else
               move "?" to csl-category
           end-if
           add ec-amount to event-cost-total
           move ec-date     to csl-date
           move ec-supplier to csl-supplier
           move ec-amount   to csl-amount
           display cost-line
           move ec-detail    to dtl-detail
           move ec-keyed-by  to dtl-keyed-by
           display detail-line.

      *---------------------------------------------------------------*

       add-a-cost section.

           perform ask-for-the-event
           if event-known
               display "CATEGORY 1 TIMING 2 MEDALS 3 PERMITS"
                       " 4 MARSHALS 5 PRINTING: " with no advancing
               accept category-in
               if category-in not numeric
                  or category-in-n < 1 or category-in-n > 5
                   display "NO SUCH CATEGORY - NOT ADDED"
               else
                   perform add-the-line
               end-if
           end-if.

      *---------------------------------------------------------------*

       add-the-line section.

           accept today-date from date yyyymmdd
           display "DATE (YYYYMMDD, BLANK FOR TODAY): "
                   with no advancing
           accept date-in
           if date-in not numeric
               move today-date to date-in-n
           end-if
           display "SUPPLIER: " with no advancing
           accept supplier-in
           display "WHAT FOR: " with no advancing
           accept detail-in
           perform take-the-amount

           if entry-amount = 0
               display "ZERO AMOUNT - NOT ADDED"
           else
               perform find-highest-line
               initialize event-cost-record
               move event-in-n      to ec-event
               compute ec-line = highest-line + 1
               move category-in-n   to ec-category
               move date-in-n       to ec-date
               move supplier-in     to ec-supplier
               move detail-in       to ec-detail
               move entry-amount    to ec-amount
               move rts-operator-id to ec-keyed-by
               write event-cost-record
                   invalid key
                       display "LINE NOT ADDED - TRY AGAIN"
                   not invalid key
                       display "ADDED AS LINE " ec-line
               end-write
           end-if.

      *---------------------------------------------------------------*

       take-the-amount section.

           display "AMOUNT 999999999 (PENCE IN LAST 2): "
                   with no advancing
           accept entry-amount-x
           move 0 to entry-amount-pence
           perform varying scan-ind from 1 by 1 until scan-ind > 10
               move entry-amount-x(scan-ind:1) to digit-cell-x
               if digit-cell-x numeric
                   compute entry-amount-pence =
                       entry-amount-pence * 10 + digit-cell
               end-if
           end-perform
           compute entry-amount = entry-amount-pence / 100.

      *---------------------------------------------------------------*

       find-highest-line section.

           move 0 to highest-line
           move "N" to cost-scan-done-sw
           move event-in-n to ec-event
           move 0 to ec-line
           start cost-file key is >= ec-key
               invalid key
                   move "Y" to cost-scan-done-sw
           end-start
           perform until cost-scan-done-sw = "Y"
               read cost-file next record
                   at end
                       move "Y" to cost-scan-done-sw
                   not at end
                       if ec-event not = event-in-n
                           move "Y" to cost-scan-done-sw
                       else
                           move ec-line to highest-line
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       change-a-cost section.

      *   a blank description keeps the one on file.

           perform ask-for-the-event
           if event-known
               perform ask-for-the-line
           end-if
           if event-known and line-found
               perform list-one-cost
               display "WHAT FOR (BLANK TO KEEP): " with no advancing
               accept detail-in
               perform take-the-amount
               if entry-amount = 0
                   display "ZERO AMOUNT - DELETE THE LINE INSTEAD"
               else
                   if detail-in not = spaces
                       move detail-in to ec-detail
                   end-if
                   move entry-amount    to ec-amount
                   move rts-operator-id to ec-keyed-by
                   rewrite event-cost-record
                   display "LINE CHANGED"
               end-if
           end-if.

      *---------------------------------------------------------------*

       delete-a-cost section.

           perform ask-for-the-event
           if event-known
               perform ask-for-the-line
           end-if
           if event-known and line-found
               perform list-one-cost
               display "DELETE THIS LINE (Y/N)? " with no advancing
               accept confirm-answer
               if confirm-answer = "Y" or confirm-answer = "y"
                   delete cost-file
                   display "LINE DELETED"
               else
                   display "NOT DELETED"
               end-if
           end-if.
