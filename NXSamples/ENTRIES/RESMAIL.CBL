      $set ans85
       identification division.

       program-id. race-resmail.

      *---------------------------------------------------------------*
      *    Finisher result pages by email - run after the results,
      *    race-agegrade and race-records are in, so nobody has to go
      *    looking for their own time.  For every finisher on
      *    results.dat for the selected event (RACE-EVENT as usual;
      *    disqualified results are passed over) a personal page
      *    rsNNXXX.htm (NN the event, XXX the bib code) is written,
      *    the same one-page-per-person convention race-confirm and
      *    CUSTHTML.CBL keep, giving:
      *      - the chip time, overall position and position in
      *        category;
      *      - the age-graded percentage off the event's
      *        agegrade.NN.dat (see AGEGRADE.CPY), where
      *        race-agegrade could grade them;
      *      - a course record, when the standing record on
      *        courserec.dat for the event and category is theirs,
      *        set this year at this time - by runner id, or by name
      *        and club for a record without one.
      *    The page goes on the despatch queue emailq.dat (see
      *    EMAILQ.CPY) for the email address taken at entry
      *    (file-email), numbered from emailqno.dat like the
      *    statements, with the event and bib code in the queue's
      *    customer code; Custmdsp sends it and Custmmgr retries or
      *    cancels it like any statement.  Every finisher who could
      *    not be emailed - no entry found, no address given, or an
      *    address without an "@" - is listed with the reason on
      *    resmail.prt, whose page can then be printed and posted.
      *    A relay's results are its teams' (see race-teamres), not
      *    on results.dat, and a team's leg runners give no email
      *    address at entry, so a relay event writes no pages: each
      *    leg runner with a clock on teams.dat is listed on
      *    resmail.prt as RELAY - NOT EMAILED instead, so the
      *    results desk can see who was left out.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select result-file assign "results.dat"
           organization is indexed
           record key is result-key
           access is dynamic
           file status is result-file-status.

           select entry-file assign "entries.dat"
           organization is indexed
           record key is file-name-club-key
           alternate record key is file-club with duplicates
           alternate record key is file-code with duplicates
           access is dynamic
           file status is entry-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.

           select grade-file assign dynamic grade-file-name
           organization is line sequential
           file status is grade-file-status.

           select record-file assign "courserec.dat"
           organization is line sequential
           file status is record-file-status.

           select html-file assign dynamic html-file-name
           organization is line sequential.

           select email-queue-file assign "emailq.dat"
           organization is line sequential
           file status is email-queue-file-status.

           select queue-number-file assign "emailqno.dat"
           organization is sequential
           access is sequential
           file status is queue-number-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select report-file assign "resmail.prt"
           organization is line sequential.


       data division.

       file section.
       fd  result-file.
           copy "RESULTREC.CPY".

       fd  entry-file.
           copy "ENTRYREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       fd  grade-file.
           copy "AGEGRADE.CPY".

      *   layout as race-records keeps it
       fd  record-file.
       01  course-record.
           03  crs-event               pic 9(2).
           03  filler                  pic x(1).
           03  crs-male                pic 9.
           03  filler                  pic x(1).
           03  crs-holder              pic x(15).
           03  filler                  pic x(1).
           03  crs-club                pic x(30).
           03  filler                  pic x(1).
           03  crs-time                pic 9(6).
           03  filler                  pic x(1).
           03  crs-year                pic 9(4).
           03  filler                  pic x(1).
           03  crs-runner              pic 9(6).

       fd  html-file.
       01  html-line                   pic x(120).

       fd  email-queue-file.
           copy "EMAILQ.CPY".

       fd  queue-number-file.
       01  queue-number-record.
           03  eqn-next-job-no         pic 9(6).

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  report-file.
       01  report-line                 pic x(90).

       working-storage section.

       78  max-finishers               value 2000.
       78  queue-seed-number           value 1.

       77  result-file-status          pic x(2).
          88  result-file-not-found       value "35".
       77  entry-file-status           pic x(2).
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".
       77  grade-file-status           pic x(2).
          88  grade-file-eof              value "10".
          88  grade-file-not-found        value "35".
       77  record-file-status          pic x(2).
          88  record-file-eof             value "10".
          88  record-file-not-found       value "35".
       77  email-queue-file-status     pic x(2).
          88  email-queue-not-found       value "35".
       77  queue-number-file-status    pic x(2).
          88  queue-number-not-found      value "35".
       77  team-file-status            pic x(2).
          88  team-file-not-found         value "35".

       77  fin-ind                     pic 9(4) comp.
       77  fin-count                   pic 9(4) comp value 0.
       77  other-ind                   pic 9(4) comp.
       77  cat-ind                     pic 9(1).
       77  cat-position                pic 9(4).
       77  at-sign-count               pic 9(2) comp.
       77  next-job-no                 pic 9(6).
       77  pages-written               pic 9(4) value 0.
       77  queued-count                pic 9(4) value 0.
       77  not-emailed-count           pic 9(4) value 0.
       01  table-full-sw               pic x value "N".
          88  table-full                  value "Y".
       01  result-scan-done-sw         pic x value "N".
       01  entry-scan-done-sw          pic x.
       01  entry-found-sw              pic x.
          88  entry-found                 value "Y".
       01  record-set-sw               pic x.
          88  record-set                  value "Y".
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".
       01  team-scan-done-sw           pic x value "N".
       77  leg-ind                     pic 9(2) comp.

      *   the event's finishers, held so each can be placed in
      *   their category
       01  finisher-table.
           03  finisher-row occurs max-finishers.
               05  ft-code             pic x(3).
               05  ft-name             pic x(15).
               05  ft-club             pic x(30).
               05  ft-male             pic 9.
               05  ft-time             pic 9(6).
               05  ft-position         pic 9(4).
               05  ft-runner           pic 9(6).
               05  ft-pct              pic 9(3)v9.
               05  ft-graded           pic x.

      *   the standing record per category for this event
       01  standing-records.
           03  standing-row occurs 5.
               05  sr-holder           pic x(15).
               05  sr-club             pic x(30).
               05  sr-time             pic 9(6).
               05  sr-year             pic 9(4).
               05  sr-runner           pic 9(6).

       01  race-name                   pic x(30) value spaces.
       01  race-date                   pic 9(8) value 0.
       01  race-date-split redefines race-date.
           03  race-year               pic 9(4).
           03  filler                  pic 9(4).

      *   same category wording the fee billing prints
       01  category-names.
           03  filler                  pic x(13) value "SENIOR MALE  ".
           03  filler                  pic x(13) value "SENIOR FEMALE".
           03  filler                  pic x(13) value "VETERAN      ".
           03  filler                  pic x(13) value "JUNIOR       ".
           03  filler                  pic x(13) value "WHEELCHAIR   ".
       01  category-name-table redefines category-names.
           03  category-name           pic x(13) occurs 5.
       01  this-category               pic x(13).

       01  this-email                  pic x(50).
       01  not-emailed-reason          pic x(24).

       01  time-split.
           03  ts-hh                   pic 9(2).
           03  ts-mm                   pic 9(2).
           03  ts-ss                   pic 9(2).
       01  time-text.
           03  tt-hh                   pic 9(2).
           03  filler                  pic x(1) value ":".
           03  tt-mm                   pic 9(2).
           03  filler                  pic x(1) value ":".
           03  tt-ss                   pic 9(2).
       01  position-text               pic zzz9.
       01  cat-position-text           pic zzz9.
       01  pct-text                    pic zz9.9.

       01  grade-file-name             pic x(20).
       01  html-file-name.
           03  filler                  pic x(2) value "rs".
           03  html-name-event         pic 9(2).
           03  html-name-code          pic x(3).
           03  filler                  pic x(4) value ".htm".

       01  event-env                   pic x(2).
       77  chosen-event                pic 9(2) value 0.
       77  env-ind                     pic 9(2) comp.
       01  digit-cell                  pic 9.
       01  digit-cell-x redefines digit-cell pic x.

       01  heading-line.
           03  filler                  pic x(37) value
               "RESULT PAGES NOT EMAILED - EVENT ".
           03  heading-event           pic 9(2).

       01  column-line                 pic x(60) value
           "CODE NAME            CLUB                           REASON".

       01  detail-line.
           03  det-code                pic x(3).
           03  filler                  pic x(2) value space.
           03  det-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  det-club                pic x(30).
           03  filler                  pic x(1) value space.
           03  det-reason              pic x(24).

       01  total-line.
           03  filler                  pic x(14) value
               "PAGES WRITTEN ".
           03  tot-pages               pic zzz9.
           03  filler                  pic x(9) value "  QUEUED ".
           03  tot-queued              pic zzz9.
           03  filler                  pic x(15) value
               "  NOT EMAILED ".
           03  tot-not-emailed         pic zzz9.


       procedure division.

       main-process section.

           perform program-initialize
           perform gather-the-finishers
           perform load-the-percentages
           perform load-the-records
           perform varying fin-ind from 1 by 1
                              until fin-ind > fin-count
               perform send-one-finisher
           end-perform
           if relay-event
               perform list-the-relay-runners
           end-if
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           perform get-selected-event
           open output report-file
           move chosen-event to heading-event
           write report-line from heading-line
           move spaces to report-line
           write report-line
           write report-line from column-line

           open input event-file
           if not event-file-not-found
               move chosen-event to event-id
               read event-file
                   invalid key
                       continue
                   not invalid key
                       move event-name to race-name
                       move event-date to race-date
                       if event-legs > 1
                           set relay-event to true
                       end-if
               end-read
               close event-file
           end-if

           open extend email-queue-file
           if email-queue-not-found
               open output email-queue-file
               close email-queue-file
               open extend email-queue-file
           end-if
           perform read-next-queue-number.

      *---------------------------------------------------------------*

       read-next-queue-number section.

           move queue-seed-number to next-job-no
           open input queue-number-file
           if queue-number-not-found
               continue
           else
               read queue-number-file
                   at end
                       continue
                   not at end
                       move eqn-next-job-no to next-job-no
               end-read
               close queue-number-file
           end-if.

      *---------------------------------------------------------------*

       gather-the-finishers section.

           open input result-file
           if result-file-not-found
               display "RACE-RESMAIL: NO RESULTS.DAT - NOTHING TO SEND"
           else
               open input entry-file
               move chosen-event to result-event
               move low-values to result-code
               start result-file key is >= result-key
                   invalid key
                       move "Y" to result-scan-done-sw
               end-start
               perform until result-scan-done-sw = "Y"
                   read result-file next record
                       at end
                           move "Y" to result-scan-done-sw
                       not at end
                           if result-event not = chosen-event
                               move "Y" to result-scan-done-sw
                           else
                               if not result-disqualified
                                   perform hold-one-finisher
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

      *---------------------------------------------------------------*

       hold-one-finisher section.

           if fin-count < max-finishers
               add 1 to fin-count
               move result-code     to ft-code(fin-count)
               move result-name     to ft-name(fin-count)
               move result-club     to ft-club(fin-count)
               move result-male     to ft-male(fin-count)
               move result-time     to ft-time(fin-count)
               move result-position to ft-position(fin-count)
               if result-runner not numeric
                   move 0 to ft-runner(fin-count)
               else
                   move result-runner to ft-runner(fin-count)
               end-if
               move 0   to ft-pct(fin-count)
               move "N" to ft-graded(fin-count)
           else
               set table-full to true
           end-if.

      *---------------------------------------------------------------*

       load-the-percentages section.

      *   no file just means race-agegrade has not been run for the
      *   event - the pages go without a percentage.

           move spaces to grade-file-name
           string "agegrade." chosen-event ".dat"
               delimited by size into grade-file-name
           open input grade-file
           if not grade-file-not-found
               perform until grade-file-eof
                   read grade-file
                       at end
                           set grade-file-eof to true
                       not at end
                           perform take-one-percentage
                   end-read
               end-perform
               close grade-file
           end-if.

      *---------------------------------------------------------------*

       take-one-percentage section.

           if agr-event = chosen-event and agr-pct numeric
               perform varying other-ind from 1 by 1
                                  until other-ind > fin-count
                   if ft-code(other-ind) = agr-code
                       move agr-pct to ft-pct(other-ind)
                       move "Y"     to ft-graded(other-ind)
                   end-if
               end-perform
           end-if.

      *---------------------------------------------------------------*

       load-the-records section.

           initialize standing-records
           open input record-file
           if not record-file-not-found
               perform until record-file-eof
                   read record-file
                       at end
                           set record-file-eof to true
                       not at end
                           if crs-event = chosen-event
                              and crs-male >= 1 and crs-male <= 5
                               move crs-holder to sr-holder(crs-male)
                               move crs-club   to sr-club(crs-male)
                               move crs-time   to sr-time(crs-male)
                               move crs-year   to sr-year(crs-male)
                               move crs-runner to sr-runner(crs-male)
                           end-if
                   end-read
               end-perform
               close record-file
           end-if.

      *---------------------------------------------------------------*

       send-one-finisher section.

           perform place-in-category
           perform judge-record-set
           perform find-the-email
           perform write-the-page

           if not-emailed-reason = spaces
               perform queue-the-page
           else
               add 1 to not-emailed-count
               move ft-code(fin-ind)   to det-code
               move ft-name(fin-ind)   to det-name
               move ft-club(fin-ind)   to det-club
               move not-emailed-reason to det-reason
               write report-line from detail-line
           end-if.

      *---------------------------------------------------------------*

       place-in-category section.

           move 1 to cat-position
           perform varying other-ind from 1 by 1
                              until other-ind > fin-count
               if ft-male(other-ind) = ft-male(fin-ind)
                  and ft-position(other-ind) < ft-position(fin-ind)
                   add 1 to cat-position
               end-if
           end-perform
           if ft-male(fin-ind) >= 1 and ft-male(fin-ind) <= 5
               move category-name(ft-male(fin-ind)) to this-category
           else
               move spaces to this-category
           end-if.

      *---------------------------------------------------------------*

       judge-record-set section.

           move "N" to record-set-sw
           move ft-male(fin-ind) to cat-ind
           if cat-ind >= 1 and cat-ind <= 5
               if sr-year(cat-ind) = race-year
                  and sr-time(cat-ind) = ft-time(fin-ind)
                   if sr-runner(cat-ind) not = 0
                       if sr-runner(cat-ind) = ft-runner(fin-ind)
                           set record-set to true
                       end-if
                   else
                       if sr-holder(cat-ind) = ft-name(fin-ind)
                          and sr-club(cat-ind) = ft-club(fin-ind)
                           set record-set to true
                       end-if
                   end-if
               end-if
           end-if.

      *---------------------------------------------------------------*

       find-the-email section.

      *   the entry is found by bib code within the event, the way
      *   race-agegrade finds a finisher's date of birth.

           move spaces to this-email
           move spaces to not-emailed-reason
           move "N" to entry-found-sw
           move "N" to entry-scan-done-sw
           move ft-code(fin-ind) to file-code
           start entry-file key is >= file-code
               invalid key
                   move "Y" to entry-scan-done-sw
           end-start
           perform until entry-scan-done-sw = "Y" or entry-found
               read entry-file next record
                   at end
                       move "Y" to entry-scan-done-sw
                   not at end
                       if file-code not = ft-code(fin-ind)
                           move "Y" to entry-scan-done-sw
                       else
                           if file-key-event = chosen-event
                               set entry-found to true
                               move file-email to this-email
                           end-if
                       end-if
               end-read
           end-perform

           move 0 to at-sign-count
           inspect this-email tallying at-sign-count for all "@"
           evaluate true
               when not entry-found
                   move "NO ENTRY FOUND" to not-emailed-reason
               when this-email = spaces
                   move "NO EMAIL ADDRESS" to not-emailed-reason
               when at-sign-count not = 1
                   move "EMAIL ADDRESS NOT VALID" to not-emailed-reason
               when other
                   continue
           end-evaluate.

      *---------------------------------------------------------------*

       write-the-page section.

           move chosen-event     to html-name-event
           move ft-code(fin-ind) to html-name-code
           inspect html-name-code replacing all space by "_"
           open output html-file

           move "<html><head><title>Your result</title>"
                                                   to html-line
           write html-line
           move "</head><body>" to html-line
           write html-line
           move spaces to html-line
           string "<h1>" race-name " - " race-date "</h1>"
               delimited by size into html-line
           write html-line
           move spaces to html-line
           string "<p>" ft-name(fin-ind) "<br>" ft-club(fin-ind)
                  "<br>Number " ft-code(fin-ind) "</p>"
               delimited by size into html-line
           write html-line

           move ft-time(fin-ind) to time-split
           move ts-hh to tt-hh
           move ts-mm to tt-mm
           move ts-ss to tt-ss
           move spaces to html-line
           string "<p>Time <b>" time-text "</b></p>"
               delimited by size into html-line
           write html-line

           move ft-position(fin-ind) to position-text
           move cat-position to cat-position-text
           move spaces to html-line
           string "<p>Position <b>" position-text
                  "</b> overall, <b>" cat-position-text "</b> "
                  this-category "</p>"
               delimited by size into html-line
           write html-line

           if ft-graded(fin-ind) = "Y"
               move ft-pct(fin-ind) to pct-text
               move spaces to html-line
               string "<p>Age-graded <b>" pct-text "%</b></p>"
                   delimited by size into html-line
               write html-line
           end-if

           if record-set
               move spaces to html-line
               string "<p><b>New course record - " this-category
                      "</b></p>"
                   delimited by size into html-line
               write html-line
           end-if

           move "</body></html>" to html-line
           write html-line
           close html-file
           add 1 to pages-written.

      *---------------------------------------------------------------*

       queue-the-page section.

      *   the event and bib code stand in the queue's customer code
      *   - five characters, the same width.

           initialize email-queue-record
           move next-job-no to emq-job-no
           add 1 to next-job-no
           move "W" to emq-status
           accept emq-date from date yyyymmdd
           accept emq-time from time
           move chosen-event     to emq-c-code(1:2)
           move ft-code(fin-ind) to emq-c-code(3:3)
           move html-file-name   to emq-document
           move this-email       to emq-address
           move 0 to emq-tries
           write email-queue-record
           add 1 to queued-count.

      *---------------------------------------------------------------*

       list-the-relay-runners section.

      *   every leg with a clock was run, whether or not the team
      *   went on to finish.

           open input team-file
           if team-file-not-found
               display "RACE-RESMAIL: NO TEAMS.DAT FOR THE RELAY"
           else
               move chosen-event to tm-event
               move low-values to tm-bib
               start team-file key is >= tm-key
                   invalid key
                       move "Y" to team-scan-done-sw
               end-start
               perform until team-scan-done-sw = "Y"
                   read team-file next record
                       at end
                           move "Y" to team-scan-done-sw
                       not at end
                           if tm-event not = chosen-event
                               move "Y" to team-scan-done-sw
                           else
                               if tm-entered
                                   perform list-one-team
                               end-if
                           end-if
                   end-read
               end-perform
               close team-file
           end-if.

      *---------------------------------------------------------------*

       list-one-team section.

           perform varying leg-ind from 1 by 1
                              until leg-ind > tm-legs
               if tl-time(leg-ind) not = 0
                   add 1 to not-emailed-count
                   move tl-code(leg-ind) to det-code
                   move tl-name(leg-ind) to det-name
                   move tm-club          to det-club
                   move "RELAY - NOT EMAILED" to det-reason
                   write report-line from detail-line
               end-if
           end-perform.

      *---------------------------------------------------------------*

       get-selected-event section.

           accept event-env from environment "RACE-EVENT"
           move 0 to chosen-event
           perform varying env-ind from 1 by 1 until env-ind > 2
               move event-env(env-ind:1) to digit-cell-x
               if digit-cell-x numeric
                   compute chosen-event = chosen-event * 10
                                        + digit-cell
               end-if
           end-perform
           if chosen-event = 0
               move 1 to chosen-event
           end-if.

      *---------------------------------------------------------------*

       program-terminate section.

           if table-full
               display "RACE-RESMAIL: MORE FINISHERS THAN THE TABLE - "
                       "THE REST HAVE NO PAGE"
           end-if

           close email-queue-file
           open output queue-number-file
           move next-job-no to eqn-next-job-no
           write queue-number-record
           close queue-number-file

           move spaces to report-line
           write report-line
           move pages-written     to tot-pages
           move queued-count      to tot-queued
           move not-emailed-count to tot-not-emailed
           write report-line from total-line
           close report-file

           display "RESULT PAGES WRITTEN: " pages-written
                   " QUEUED: " queued-count
                   " NOT EMAILED: " not-emailed-count
           if not result-file-not-found
               close result-file
               close entry-file
           end-if
           goback.
