      $set ans85
       identification division.

       program-id. race-runmerge.

      *---------------------------------------------------------------*
      *    Competitor register console.  Looks after runners.dat (see
      *    RUNNERREC.CPY) from the console:
      *        L    list the runners whose name starts as keyed
      *        D    likely duplicates - every pair of live runners
      *             with the same name (condensed the race-runlook
      *             way) and no disagreeing date of birth, or the
      *             same date of birth and the same first three
      *             letters - to the screen and runmerge.prt
      *        M    merge a duplicate into the runner kept (prompts
      *             for both ids and asks for confirmation)
      *        Q    leave
      *    A merge moves the duplicate's history across: every
      *    entries.dat, results.dat and waitlist.dat row and every
      *    relay leg on teams.dat carrying the duplicate's id is
      *    given the id kept, the kept runner takes
      *    a date of birth or gender only the duplicate had, and the
      *    duplicate's row stays on the register marked "M" with the
      *    id it went into - an old id on a course record or a slip
      *    still resolves through race-runlook.  Each merge is logged
      *    to runmerge.log with the date, the operator and the row
      *    counts.  The register is held while it is worked and
      *    written back fresh after every merge; run it while the
      *    entry desks are closed, as the clubs master is kept.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select runner-file assign "runners.dat"
           organization is line sequential
           file status is runner-file-status.

           select entry-file assign "entries.dat"
           organization is indexed
           record key is file-name-club-key
           alternate record key is file-club with duplicates
           alternate record key is file-code with duplicates
           access is dynamic
           file status is entry-file-status.

           select result-file assign "results.dat"
           organization is indexed
           record key is result-key
           access is dynamic
           file status is result-file-status.

           select waiting-file assign "waitlist.dat"
           organization is line sequential
           file status is waiting-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select work-file assign "runmerge.tmp"
           organization is line sequential
           file status is work-file-status.

           select report-file assign "runmerge.prt"
           organization is line sequential.

           select log-file assign "runmerge.log"
           organization is line sequential
           file status is log-file-status.


       data division.

       file section.
       fd  runner-file.
           copy "RUNNERREC.CPY".

       fd  entry-file.
           copy "ENTRYREC.CPY".

       fd  result-file.
           copy "RESULTREC.CPY".

       fd  waiting-file.
           copy "WAITREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  work-file.
       01  work-line                   pic x(350).

       fd  report-file.
       01  report-line                 pic x(100).

       fd  log-file.
       01  log-record.
           03  log-date                pic 9(8).
           03  filler                  pic x(1).
           03  log-operator            pic x(8).
           03  filler                  pic x(1).
           03  log-kept                pic 9(6).
           03  filler                  pic x(1).
           03  log-merged              pic 9(6).
           03  filler                  pic x(1).
           03  log-entries             pic 9(6).
           03  filler                  pic x(1).
           03  log-results             pic 9(6).
           03  filler                  pic x(1).
           03  log-waiting             pic 9(6).
           03  filler                  pic x(1).
           03  log-legs                pic 9(6).

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

       78  max-runners                 value 9999.

       77  runner-file-status          pic x(2).
          88  runner-file-eof             value "10".
          88  runner-file-not-found       value "35".
       77  entry-file-status           pic x(2).
          88  entry-file-eof              value "10".
          88  entry-file-not-found        value "35".
       77  result-file-status          pic x(2).
          88  result-file-eof             value "10".
          88  result-file-not-found       value "35".
       77  waiting-file-status         pic x(2).
          88  waiting-file-eof            value "10".
          88  waiting-file-not-found      value "35".
       77  team-file-status            pic x(2).
          88  team-file-eof               value "10".
          88  team-file-not-found         value "35".
       77  work-file-status            pic x(2).
          88  work-file-eof               value "10".
       77  log-file-status             pic x(2).
          88  log-file-not-found          value "35".

       77  row-ind                     pic 9(4) comp.
       77  pair-ind                    pic 9(4) comp.
       77  row-count                   pic 9(4) comp value 0.
       77  kept-ind                    pic 9(4) comp.
       77  merged-ind                  pic 9(4) comp.
       77  scan-ind                    pic 9(2) comp.
       77  cond-len                    pic 9(2) comp.
       77  ask-len                     pic 9(2) comp.
       77  pair-count                  pic 9(4) value 0.
       77  entries-moved               pic 9(6) value 0.
       77  results-moved               pic 9(6) value 0.
       77  waiting-moved               pic 9(6) value 0.
       77  legs-moved                  pic 9(6) value 0.
       77  leg-ind                     pic 9(2) comp.
       01  team-changed-sw             pic x.
          88  team-changed                value "Y".

       01  done-sw                     pic x value "N".
          88  all-done                    value "Y".
       01  register-overflow-sw        pic x value "N".
          88  register-overflow           value "Y".
       01  pair-sw                     pic x.
          88  likely-pair                 value "Y".

       01  runner-table.
           03  runner-row occurs max-runners.
               05  rr-id               pic 9(6).
               05  rr-status           pic x.
                   88  rr-merged           value "M".
               05  rr-name             pic x(15).
               05  rr-cond             pic x(15).
               05  rr-dob              pic 9(8).
               05  rr-gender           pic x.
               05  rr-club             pic x(30).
               05  rr-contact          pic x(100).
               05  rr-merged-into      pic 9(6).

       01  cond-in                     pic x(15).
       01  cond-wrk                    pic x(15).
       01  cond-chr                    pic x.

       01  answer-line                 pic x(10).
       01  answer-action               pic x.
       01  confirm-answer              pic x.
       01  name-in                     pic x(15).
       01  kept-id-x                   pic x(6).
       01  kept-id redefines kept-id-x pic 9(6).
       01  merged-id-x                 pic x(6).
       01  merged-id redefines merged-id-x pic 9(6).
       01  today-date                  pic 9(8).

       01  list-line.
           03  lst-id                  pic 9(6).
           03  filler                  pic x(1) value space.
           03  lst-status              pic x.
           03  filler                  pic x(1) value space.
           03  lst-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  lst-dob                 pic 9(8).
           03  filler                  pic x(1) value space.
           03  lst-gender              pic x.
           03  filler                  pic x(1) value space.
           03  lst-club                pic x(30).

       01  pair-line.
           03  filler                  pic x(7) value "RUNNER ".
           03  pr-id-1                 pic 9(6).
           03  filler                  pic x(1) value space.
           03  pr-name-1               pic x(15).
           03  filler                  pic x(1) value space.
           03  pr-dob-1                pic 9(8).
           03  filler                  pic x(6) value " LIKE ".
           03  pr-id-2                 pic 9(6).
           03  filler                  pic x(1) value space.
           03  pr-name-2               pic x(15).
           03  filler                  pic x(1) value space.
           03  pr-dob-2                pic 9(8).


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACERUNR: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform load-the-register
           perform work-one-action until all-done
           goback.

      *---------------------------------------------------------------*

       load-the-register section.

           move 0 to row-count
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

           if row-count < max-runners
               add 1 to row-count
               move run-id          to rr-id(row-count)
               move run-status      to rr-status(row-count)
               move run-name        to rr-name(row-count)
               move run-name        to cond-wrk
               perform condense-the-name
               move cond-wrk        to rr-cond(row-count)
               move run-dob         to rr-dob(row-count)
               move run-gender      to rr-gender(row-count)
               move run-club        to rr-club(row-count)
               move run-contact     to rr-contact(row-count)
               move run-merged-into to rr-merged-into(row-count)
           else
               set register-overflow to true
           end-if.

      *---------------------------------------------------------------*

       condense-the-name section.

      *   the same condensing race-runlook matches with.

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

       work-one-action section.

           display "ACTION (L / D / M / Q): " with no advancing
           accept answer-line
           move answer-line(1:1) to answer-action

           evaluate answer-action
               when "Q" when "q"
                   set all-done to true
               when "L" when "l"
                   perform list-the-runners
               when "D" when "d"
                   perform list-likely-duplicates
               when "M" when "m"
                   perform merge-two-runners
               when other
                   continue
           end-evaluate.

      *---------------------------------------------------------------*

       list-the-runners section.

           display "NAME STARTS WITH: " with no advancing
           accept name-in
           move name-in to cond-wrk
           perform condense-the-name
           move cond-len to ask-len
           display "ID     S NAME            BORN     G CLUB"
           perform varying row-ind from 1 by 1
                              until row-ind > row-count
               if ask-len = 0
                  or rr-cond(row-ind)(1:ask-len) = cond-wrk(1:ask-len)
                   move rr-id(row-ind)     to lst-id
                   move rr-status(row-ind) to lst-status
                   move rr-name(row-ind)   to lst-name
                   move rr-dob(row-ind)    to lst-dob
                   move rr-gender(row-ind) to lst-gender
                   move rr-club(row-ind)   to lst-club
                   display list-line
               end-if
           end-perform.

      *---------------------------------------------------------------*

       list-likely-duplicates section.

           move 0 to pair-count
           open output report-file
           perform varying row-ind from 1 by 1
                              until row-ind > row-count
               if not rr-merged(row-ind)
                   perform varying pair-ind from row-ind by 1
                                      until pair-ind > row-count
                       if pair-ind not = row-ind
                          and not rr-merged(pair-ind)
                           perform judge-likely-pair
                           if likely-pair
                               perform report-one-pair
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           close report-file
           display pair-count " LIKELY DUPLICATES - SEE RUNMERGE.PRT".

      *---------------------------------------------------------------*

       judge-likely-pair section.

           move "N" to pair-sw
           if rr-cond(row-ind) = rr-cond(pair-ind)
              and (rr-dob(row-ind) = 0 or rr-dob(pair-ind) = 0
                   or rr-dob(row-ind) = rr-dob(pair-ind))
               set likely-pair to true
           end-if
           if rr-dob(row-ind) not = 0
              and rr-dob(row-ind) = rr-dob(pair-ind)
              and rr-cond(row-ind)(1:3) = rr-cond(pair-ind)(1:3)
               set likely-pair to true
           end-if.

      *---------------------------------------------------------------*

       report-one-pair section.

           add 1 to pair-count
           move rr-id(row-ind)    to pr-id-1
           move rr-name(row-ind)  to pr-name-1
           move rr-dob(row-ind)   to pr-dob-1
           move rr-id(pair-ind)   to pr-id-2
           move rr-name(pair-ind) to pr-name-2
           move rr-dob(pair-ind)  to pr-dob-2
           write report-line from pair-line
           display pair-line.

      *---------------------------------------------------------------*

       merge-two-runners section.

           display "RUNNER ID TO KEEP : " with no advancing
           accept kept-id-x
           display "DUPLICATE ID      : " with no advancing
           accept merged-id-x
           move 0 to kept-ind
           move 0 to merged-ind
           if kept-id-x numeric and merged-id-x numeric
               perform varying row-ind from 1 by 1
                                  until row-ind > row-count
                   if rr-id(row-ind) = kept-id
                      and not rr-merged(row-ind)
                       move row-ind to kept-ind
                   end-if
                   if rr-id(row-ind) = merged-id
                      and not rr-merged(row-ind)
                       move row-ind to merged-ind
                   end-if
               end-perform
           end-if

           evaluate true
               when register-overflow
                   display "REGISTER LARGER THAN THE TABLE - NOT MERGED"
               when kept-ind = 0 or merged-ind = 0
                   display "BOTH IDS MUST BE LIVE RUNNERS - NOT MERGED"
               when kept-ind = merged-ind
                   display "THE SAME RUNNER TWICE - NOT MERGED"
               when other
                   perform confirm-and-merge
           end-evaluate.

      *---------------------------------------------------------------*

       confirm-and-merge section.

           move kept-ind to row-ind
           perform show-one-runner
           move merged-ind to row-ind
           perform show-one-runner
           display "MERGE THE SECOND INTO THE FIRST (Y/N)? "
                   with no advancing
           accept confirm-answer
           if confirm-answer = "Y" or confirm-answer = "y"
               move 0 to entries-moved
               move 0 to results-moved
               move 0 to waiting-moved
               move 0 to legs-moved
               perform move-the-entries
               perform move-the-results
               perform move-the-waiting-list
               perform move-the-team-legs
               perform fold-the-register-rows
               perform write-the-register
               perform log-the-merge
               display "MERGED - ENTRIES " entries-moved
                       " RESULTS " results-moved
                       " WAITING " waiting-moved
                       " RELAY LEGS " legs-moved
           else
               display "NOT MERGED"
           end-if.

      *---------------------------------------------------------------*

       show-one-runner section.

           move rr-id(row-ind)     to lst-id
           move rr-status(row-ind) to lst-status
           move rr-name(row-ind)   to lst-name
           move rr-dob(row-ind)    to lst-dob
           move rr-gender(row-ind) to lst-gender
           move rr-club(row-ind)   to lst-club
           display list-line.

      *---------------------------------------------------------------*

       move-the-entries section.

      *   the runner id is in no key, so the rows rewrite in place.

           open i-o entry-file
           if not entry-file-not-found
               move low-values to file-name-club-key
               start entry-file key is >= file-name-club-key
                   invalid key
                       set entry-file-eof to true
               end-start
               perform until entry-file-eof
                   read entry-file next record
                       at end
                           set entry-file-eof to true
                       not at end
                           if file-runner = merged-id
                               move kept-id to file-runner
                               rewrite entry-record
                               add 1 to entries-moved
                           end-if
                   end-read
               end-perform
               close entry-file
           end-if
           move "00" to entry-file-status.

      *---------------------------------------------------------------*

       move-the-results section.

           open i-o result-file
           if not result-file-not-found
               move low-values to result-key
               start result-file key is >= result-key
                   invalid key
                       set result-file-eof to true
               end-start
               perform until result-file-eof
                   read result-file next record
                       at end
                           set result-file-eof to true
                       not at end
                           if result-runner = merged-id
                               move kept-id to result-runner
                               rewrite result-record
                               add 1 to results-moved
                           end-if
                   end-read
               end-perform
               close result-file
           end-if
           move "00" to result-file-status.

      *---------------------------------------------------------------*

       move-the-waiting-list section.

      *   copied through the work file and back, the list in its
      *   arrival order untouched.

           open input waiting-file
           if not waiting-file-not-found
               open output work-file
               perform until waiting-file-eof
                   read waiting-file
                       at end
                           set waiting-file-eof to true
                       not at end
                           if wl-runner = merged-id
                               move kept-id to wl-runner
                               add 1 to waiting-moved
                           end-if
                           write work-line from waiting-record
                   end-read
               end-perform
               close waiting-file
               close work-file

               open output waiting-file
               open input work-file
               perform until work-file-eof
                   read work-file
                       at end
                           set work-file-eof to true
                       not at end
                           move work-line to waiting-record
                           write waiting-record
                   end-read
               end-perform
               close work-file
               close waiting-file
               move "00" to work-file-status
           end-if
           move "00" to waiting-file-status.

      *---------------------------------------------------------------*

       move-the-team-legs section.

           open i-o team-file
           if not team-file-not-found
               move low-values to tm-key
               start team-file key is >= tm-key
                   invalid key
                       set team-file-eof to true
               end-start
               perform until team-file-eof
                   read team-file next record
                       at end
                           set team-file-eof to true
                       not at end
                           move "N" to team-changed-sw
                           perform varying leg-ind from 1 by 1
                                              until leg-ind > tm-legs
                               if tl-runner(leg-ind) = merged-id
                                   move kept-id to tl-runner(leg-ind)
                                   set team-changed to true
                                   add 1 to legs-moved
                               end-if
                           end-perform
                           if team-changed
                               rewrite team-record
                           end-if
                   end-read
               end-perform
               close team-file
           end-if
           move "00" to team-file-status.

      *---------------------------------------------------------------*

       fold-the-register-rows section.

           if rr-dob(kept-ind) = 0
               move rr-dob(merged-ind) to rr-dob(kept-ind)
           end-if
           if rr-gender(kept-ind) = space
               move rr-gender(merged-ind) to rr-gender(kept-ind)
           end-if
           move "M"     to rr-status(merged-ind)
           move kept-id to rr-merged-into(merged-ind).

      *---------------------------------------------------------------*

       write-the-register section.

           open output runner-file
           perform varying row-ind from 1 by 1
                              until row-ind > row-count
               move spaces                  to runner-record
               move rr-id(row-ind)          to run-id
               move rr-status(row-ind)      to run-status
               move rr-name(row-ind)        to run-name
               move rr-dob(row-ind)         to run-dob
               move rr-gender(row-ind)      to run-gender
               move rr-club(row-ind)        to run-club
               move rr-contact(row-ind)     to run-contact
               move rr-merged-into(row-ind) to run-merged-into
               write runner-record
           end-perform
           close runner-file.

      *---------------------------------------------------------------*

       log-the-merge section.

           open extend log-file
           if log-file-not-found
               open output log-file
               close log-file
               open extend log-file
           end-if
           accept today-date from date yyyymmdd
           move spaces          to log-record
           move today-date      to log-date
           move rts-operator-id to log-operator
           move kept-id         to log-kept
           move merged-id       to log-merged
           move entries-moved   to log-entries
           move results-moved   to log-results
           move waiting-moved   to log-waiting
           move legs-moved      to log-legs
           write log-record
           close log-file
           move "00" to log-file-status.
