      $set ans85
       identification division.

       program-id. race-runlook.

      *---------------------------------------------------------------*
      *    Competitor register service.  Called
      *        call "race-runlook" using runner-look
      *    (see RUNLOOK.CPY) by race-entries, the bulk import and
      *    everything else that needs to know who a competitor is
      *    across events and years, rather than how their name and
      *    club were keyed on the day.  The register runners.dat
      *    (RUNNERREC.CPY) is held in a table for the run and read
      *    afresh before every add or update, so the next id and the
      *    rows written back take in whatever another desk has added
      *    meanwhile.
      *    Matching works on the name condensed the way race-clublook
      *    condenses a club (upper-cased, spaces, dots, commas,
      *    hyphens and apostrophes dropped):
      *      - the same condensed name and the same date of birth,
      *        with no disagreeing gender, is the same runner - one
      *        such row comes back "Y";
      *      - the same condensed name on any date of birth, or the
      *        same date of birth on a name that starts with the
      *        same three letters, is a likely match - offered, with
      *        any second certain match, for the desk to choose from
      *        ("L");
      *    the service never guesses between two people.  Merged
      *    rows are never matched, and a merged id looked up by find
      *    answers with the id it was merged into.  With no register
      *    on disk yet nothing matches, and the first add creates it.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select runner-file assign "runners.dat"
           organization is line sequential
           file status is runner-file-status.


       data division.

       file section.
       fd  runner-file.
           copy "RUNNERREC.CPY".

       working-storage section.

       78  max-runners                 value 9999.
       78  max-offers                  value 5.

       77  runner-file-status          pic x(2).
          88  runner-file-eof             value "10".
          88  runner-file-not-found       value "35".

       01  runners-loaded-sw           pic x value "N".
          88  runners-loaded              value "Y".
       01  register-overflow-sw        pic x value "N".
          88  register-overflow           value "Y".
       01  runner-changed-sw           pic x value "N".
          88  runner-changed              value "Y".

       77  rn-ind                      pic 9(4) comp.
       77  rn-count                    pic 9(4) comp value 0.
       77  hit-ind                     pic 9(4) comp.
       77  exact-ind                   pic 9(4) comp.
       77  exact-count                 pic 9(4) comp.
       77  hop-count                   pic 9(2) comp.
       77  offer-ind                   pic 9(2) comp.
       77  scan-ind                    pic 9(2) comp.
       77  cond-len                    pic 9(2) comp.
       77  highest-id                  pic 9(6) value 0.
       77  look-id                     pic 9(6).

       01  runner-table.
           03  runner-entry occurs max-runners.
               05  rt-id               pic 9(6).
               05  rt-status           pic x.
                   88  rt-merged           value "M".
               05  rt-name             pic x(15).
               05  rt-cond             pic x(15).
               05  rt-dob              pic 9(8).
               05  rt-gender           pic x.
               05  rt-club             pic x(30).
               05  rt-contact          pic x(100).
               05  rt-merged-into      pic 9(6).

       01  cond-in                     pic x(15).
       01  cond-wrk                    pic x(15).
       01  cond-chr                    pic x.
       01  ask-cond                    pic x(15).
       01  likely-sw                   pic x.
          88  likely-row                  value "Y".

       linkage section.
           copy "RUNLOOK.CPY".

       procedure division using runner-look.

       main-process section.

           evaluate true
               when rlk-action-add
               when rlk-action-update
                   perform load-the-register
               when not runners-loaded
                   perform load-the-register
               when other
                   continue
           end-evaluate

           move "N" to rlk-found
           move 0 to rlk-offer-count
           evaluate true
               when rlk-action-find
                   perform find-the-runner
               when rlk-action-match
                   perform match-the-runner
               when rlk-action-add
                   perform add-the-runner
               when rlk-action-update
                   perform update-the-runner
               when other
                   continue
           end-evaluate
           goback.

      *---------------------------------------------------------------*

       load-the-register section.

      *   every row is read for the highest id, even past the end
      *   of the table - an id is never issued twice.

           set runners-loaded to true
           move "N" to register-overflow-sw
           move 0 to rn-count
           move 0 to highest-id
           open input runner-file
           if runner-file-not-found
               continue
           else
               perform until runner-file-eof
                   read runner-file
                       at end
                           set runner-file-eof to true
                       not at end
                           perform take-one-runner
                   end-read
               end-perform
               close runner-file
           end-if
           move "00" to runner-file-status.

      *---------------------------------------------------------------*

       take-one-runner section.

           if run-id > highest-id
               move run-id to highest-id
           end-if
           if rn-count < max-runners
               add 1 to rn-count
               move run-id          to rt-id(rn-count)
               move run-status      to rt-status(rn-count)
               move run-name        to rt-name(rn-count)
               move run-name        to cond-wrk
               perform condense-the-name
               move cond-wrk        to rt-cond(rn-count)
               move run-dob         to rt-dob(rn-count)
               move run-gender      to rt-gender(rn-count)
               move run-club        to rt-club(rn-count)
               move run-contact     to rt-contact(rn-count)
               move run-merged-into to rt-merged-into(rn-count)
           else
               set register-overflow to true
           end-if.

      *---------------------------------------------------------------*

       condense-the-name section.

           inspect cond-wrk
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to cond-in
           move 0 to cond-len
           perform varying scan-ind from 1 by 1 until scan-ind > 15
               move cond-wrk(scan-ind:1) to cond-chr
               if cond-chr not = space and cond-chr not = "."
                  and cond-chr not = "," and cond-chr not = "-"
                  and cond-chr not = "'"
                   add 1 to cond-len
                   move cond-chr to cond-in(cond-len:1)
               end-if
           end-perform
           move cond-in to cond-wrk.

      *---------------------------------------------------------------*

       locate-the-id section.

      *   follows a merged row on to the row it was merged into; the
      *   hop limit only guards against a hand-edited loop.

           move rlk-runner-id to look-id
           perform find-look-id
           move 0 to hop-count
           perform until hit-ind = 0 or hop-count > 10
                         or not rt-merged(hit-ind)
               add 1 to hop-count
               move rt-merged-into(hit-ind) to look-id
               perform find-look-id
           end-perform
           if hit-ind not = 0
               if rt-merged(hit-ind)
                   move 0 to hit-ind
               end-if
           end-if.

      *---------------------------------------------------------------*

       find-look-id section.

           move 0 to hit-ind
           perform varying rn-ind from 1 by 1
                              until rn-ind > rn-count or hit-ind not = 0
               if rt-id(rn-ind) = look-id
                   move rn-ind to hit-ind
               end-if
           end-perform.

      *---------------------------------------------------------------*

       find-the-runner section.

           if rlk-runner-id not = 0
               perform locate-the-id
               if hit-ind not = 0
                   perform give-back-the-runner
               end-if
           end-if.

      *---------------------------------------------------------------*

       give-back-the-runner section.

           move "Y" to rlk-found
           move rt-id(hit-ind)      to rlk-runner-id
           move rt-name(hit-ind)    to rlk-name
           move rt-dob(hit-ind)     to rlk-dob
           move rt-gender(hit-ind)  to rlk-gender
           move rt-club(hit-ind)    to rlk-club
           move rt-contact(hit-ind) to rlk-contact.

      *---------------------------------------------------------------*

       match-the-runner section.

      *   certain matches are offered first, so a register already
      *   holding the same person twice shows both to the desk.

           move rlk-name to cond-wrk
           perform condense-the-name
           move cond-wrk to ask-cond
           move 0 to exact-count
           move 0 to exact-ind

           if ask-cond not = spaces
               perform varying rn-ind from 1 by 1
                                  until rn-ind > rn-count
                   if not rt-merged(rn-ind)
                      and rt-cond(rn-ind) = ask-cond
                      and rlk-dob not = 0
                      and rt-dob(rn-ind) = rlk-dob
                      and (rlk-gender = space
                           or rt-gender(rn-ind) = space
                           or rt-gender(rn-ind) = rlk-gender)
                       add 1 to exact-count
                       move rn-ind to exact-ind
                       perform offer-this-row
                   end-if
               end-perform

               if exact-count = 1
                   move exact-ind to hit-ind
                   perform give-back-the-runner
               else
                   perform varying rn-ind from 1 by 1
                                      until rn-ind > rn-count
                       perform judge-likely-row
                       if likely-row
                           perform offer-this-row
                       end-if
                   end-perform
                   if rlk-offer-count not = 0
                       move "L" to rlk-found
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       judge-likely-row section.

           move "N" to likely-sw
           if not rt-merged(rn-ind)
               if rt-cond(rn-ind) = ask-cond
                   set likely-row to true
               end-if
               if rlk-dob not = 0 and rt-dob(rn-ind) = rlk-dob
                  and rt-cond(rn-ind)(1:3) = ask-cond(1:3)
                   set likely-row to true
               end-if
           end-if

      *   a certain match is already on offer
           if likely-row and exact-count > 1
               perform varying offer-ind from 1 by 1
                                  until offer-ind > rlk-offer-count
                   if rlk-offer-id(offer-ind) = rt-id(rn-ind)
                       move "N" to likely-sw
                   end-if
               end-perform
           end-if.

      *---------------------------------------------------------------*

       offer-this-row section.

           if rlk-offer-count < max-offers
               add 1 to rlk-offer-count
               move rt-id(rn-ind)   to rlk-offer-id(rlk-offer-count)
               move rt-name(rn-ind) to rlk-offer-name(rlk-offer-count)
               move rt-club(rn-ind) to rlk-offer-club(rlk-offer-count)
               move rt-dob(rn-ind)  to rlk-offer-dob(rlk-offer-count)
           end-if.

      *---------------------------------------------------------------*

       add-the-runner section.

           if rlk-name not = spaces
               add 1 to highest-id
               move spaces          to runner-record
               move highest-id      to run-id
               move space           to run-status
               move rlk-name        to run-name
               move rlk-dob         to run-dob
               move rlk-gender      to run-gender
               move rlk-club        to run-club
               move rlk-contact     to run-contact
               move 0               to run-merged-into
               open extend runner-file
               if runner-file-not-found
                   open output runner-file
                   close runner-file
                   open extend runner-file
               end-if
               write runner-record
               close runner-file
               move "00" to runner-file-status
               perform take-one-runner
               move highest-id to rlk-runner-id
               move "Y" to rlk-found
           end-if.

      *---------------------------------------------------------------*

       update-the-runner section.

      *   the register is only written back when something actually
      *   changed, and never when it holds more rows than the table
      *   - the rows past the end would be lost.

           perform locate-the-id
           if hit-ind not = 0 and not register-overflow
               move "N" to runner-changed-sw
               if rlk-club not = spaces
                  and rlk-club not = rt-club(hit-ind)
                   move rlk-club to rt-club(hit-ind)
                   set runner-changed to true
               end-if
               if rlk-contact not = spaces
                  and rlk-contact not = rt-contact(hit-ind)
                   move rlk-contact to rt-contact(hit-ind)
                   set runner-changed to true
               end-if
               if rt-dob(hit-ind) = 0 and rlk-dob not = 0
                   move rlk-dob to rt-dob(hit-ind)
                   set runner-changed to true
               end-if
               if rt-gender(hit-ind) = space and rlk-gender not = space
                   move rlk-gender to rt-gender(hit-ind)
                   set runner-changed to true
               end-if
               if runner-changed
                   perform write-the-register
               end-if
               perform give-back-the-runner
           end-if.

      *---------------------------------------------------------------*

       write-the-register section.

           open output runner-file
           perform varying rn-ind from 1 by 1 until rn-ind > rn-count
               move spaces              to runner-record
               move rt-id(rn-ind)       to run-id
               move rt-status(rn-ind)   to run-status
               move rt-name(rn-ind)     to run-name
               move rt-dob(rn-ind)      to run-dob
               move rt-gender(rn-ind)   to run-gender
               move rt-club(rn-ind)     to run-club
               move rt-contact(rn-ind)  to run-contact
               move rt-merged-into(rn-ind) to run-merged-into
               write runner-record
           end-perform
           close runner-file.
