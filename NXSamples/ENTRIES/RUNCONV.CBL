      $set ans85
       identification division.

       program-id. race-runconv.

      *---------------------------------------------------------------*
      *    One-off competitor register conversion.  entry-record,
      *    result-record and waiting-record each gained the
      *    permanent runner id on the end (file-runner,
      *    result-runner, wl-runner - see RUNNERREC.CPY); this
      *    copies entries.dat to entrynew.dat, results.dat to
      *    resultnw.dat and waitlist.dat to waitnew.dat in the
      *    current layouts and builds the runners.dat register as it
      *    goes, through the race-runlook service:
      *      - one certain match on the register (same name and
      *        date of birth) is the same runner;
      *      - failing that, a likely match with exactly the same
      *        name and club and no disagreeing date of birth is the
      *        same runner - what the series standings always
      *        assumed, and all there is to go on for the entries
      *        taken before dates of birth were;
      *      - anybody else is a new runner, and where the register
      *        held a likely match the pair is listed to runconv.prt
      *        for the race-runmerge console.
      *    A result takes the id of the entry it was recorded
      *    against (same event and code); a result whose entry has
      *    since gone is matched by its own name and club.
      *    The operator verifies the counts displayed at the end,
      *    then renames entrynew.dat over entries.dat, resultnw.dat
      *    over results.dat and waitnew.dat over waitlist.dat while
      *    nothing else is running, and takes a fresh Custbkup
      *    generation - a generation taken before the rename holds
      *    the old entries.dat layout and should not be restored
      *    over the new.  The old files are left untouched so the
      *    rename can be backed out.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select old-entry-file assign "entries.dat"
           organization is indexed
           record key is old-name-club-key
           alternate record key is old-club with duplicates
           alternate record key is old-code with duplicates
           access is sequential
           file status is old-entry-file-status.

           select entry-file assign "entrynew.dat"
           organization is indexed
           record key is file-name-club-key
           alternate record key is file-club with duplicates
           alternate record key is file-code with duplicates
           access is dynamic
           file status is entry-file-status.

           select old-result-file assign "results.dat"
           organization is indexed
           record key is old-result-key
           access is sequential
           file status is old-result-file-status.

           select result-file assign "resultnw.dat"
           organization is indexed
           record key is result-key
           access is sequential
           file status is result-file-status.

           select waiting-file assign "waitlist.dat"
           organization is line sequential
           file status is waiting-file-status.

           select new-waiting-file assign "waitnew.dat"
           organization is line sequential.

           select report-file assign "runconv.prt"
           organization is line sequential.


       data division.

       file section.
      *   the layouts the live files have until this conversion -
      *   the current pictures without the runner id, kept here
      *   only as the keys and the rest.
       fd  old-entry-file.
       01  old-entry-record.
           03  old-name-club-key       pic x(47).
           03  filler                  pic x(116).
           03  old-club                pic x(30).
           03  old-code                pic x(3).
           03  filler                  pic x(24).

       fd  entry-file.
           copy "ENTRYREC.CPY".

       fd  old-result-file.
       01  old-result-record.
           03  old-result-key          pic x(5).
           03  filler                  pic x(56).

       fd  result-file.
           copy "RESULTREC.CPY".

       fd  waiting-file.
           copy "WAITREC.CPY".

       fd  new-waiting-file.
       01  new-waiting-record          pic x(292).

       fd  report-file.
       01  report-line                 pic x(100).

       working-storage section.

       77  old-entry-file-status       pic x(2).
          88  old-entry-file-eof          value "10".
          88  old-entry-file-not-found    value "35".
       77  entry-file-status           pic x(2).
       77  old-result-file-status      pic x(2).
          88  old-result-file-eof         value "10".
          88  old-result-file-not-found   value "35".
       77  result-file-status          pic x(2).
       77  waiting-file-status         pic x(2).
          88  waiting-file-eof            value "10".
          88  waiting-file-not-found      value "35".

       77  entry-count                 pic 9(6) value 0.
       77  result-count                pic 9(6) value 0.
       77  waiting-count               pic 9(6) value 0.
       77  new-runner-count            pic 9(6) value 0.
       77  doubt-count                 pic 9(6) value 0.
       77  offer-ind                   pic 9(2) comp.
       77  same-ind                    pic 9(2) comp.

      *   the competitor register - see RUNLOOK.CPY
           copy "RUNLOOK.CPY".

       01  ask-name                    pic x(15).
       01  ask-dob                     pic 9(8).
       01  ask-gender                  pic x.
       01  ask-club                    pic x(30).
       01  ask-contact                 pic x(100).
       01  ask-male                    pic 9.
       77  found-runner                pic 9(6).

       01  entry-found-sw              pic x.
          88  entry-found                 value "Y".
       01  entry-scan-done-sw          pic x.
          88  entry-scan-done             value "Y".

       01  doubt-line.
           03  filler                  pic x(26) value
               "POSSIBLE DUPLICATE RUNNER ".
           03  dbl-new-id              pic 9(6).
           03  filler                  pic x(1) value space.
           03  dbl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  dbl-club                pic x(30).
           03  filler                  pic x(6) value " LIKE ".
           03  dbl-old-id              pic 9(6).


       procedure division.

       main-process section.

           perform program-initialize
           perform convert-the-entries
           perform convert-the-results
           perform convert-the-waiting-list
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           open input old-entry-file
           if old-entry-file-not-found
               display "RACE-RUNCONV: NO ENTRIES.DAT TO CONVERT"
               goback
           end-if
           open output report-file.

      *---------------------------------------------------------------*

       convert-the-entries section.

      *   the old record goes in whole; the group move leaves the
      *   new runner id on the end as spaces until it is settled.

           open output entry-file
           perform until old-entry-file-eof
               read old-entry-file next record
                   at end
                       set old-entry-file-eof to true
                   not at end
                       move old-entry-record to entry-record
                       move file-name    to ask-name
                       move file-dob     to ask-dob
                       move file-male    to ask-male
                       move file-club    to ask-club
                       move file-address to ask-contact
                       perform settle-the-runner
                       move found-runner to file-runner
                       write entry-record
                       add 1 to entry-count
               end-read
           end-perform
           close old-entry-file
           close entry-file.

      *---------------------------------------------------------------*

       convert-the-results section.

           open input entry-file
           open output result-file
           open input old-result-file
           if old-result-file-not-found
               display "NO RESULTS.DAT - AN EMPTY RESULTNW.DAT WRITTEN"
           else
               perform until old-result-file-eof
                   read old-result-file next record
                       at end
                           set old-result-file-eof to true
                       not at end
                           move old-result-record to result-record
                           perform find-the-results-entry
                           if entry-found
                               move file-runner to result-runner
                           else
                               move result-name to ask-name
                               move 0           to ask-dob
                               move result-male to ask-male
                               move result-club to ask-club
                               move spaces      to ask-contact
                               perform settle-the-runner
                               move found-runner to result-runner
                           end-if
                           write result-record
                           add 1 to result-count
                   end-read
               end-perform
               close old-result-file
           end-if
           close result-file
           close entry-file.

      *---------------------------------------------------------------*

       find-the-results-entry section.

      *   the same duplicates-allowed code-key walk race-results
      *   makes, on the converted file.

           move "N" to entry-found-sw
           move "N" to entry-scan-done-sw
           move result-code to file-code
           start entry-file key is >= file-code
               invalid key
                   set entry-scan-done to true
           end-start
           perform until entry-scan-done or entry-found
               read entry-file next record
                   at end
                       set entry-scan-done to true
                   not at end
                       if file-code not = result-code
                           set entry-scan-done to true
                       else
                           if file-key-event = result-event
                               set entry-found to true
                           end-if
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       convert-the-waiting-list section.

      *   a line-sequential row shorter than the current layout
      *   reads in padded, so the old list comes through
      *   waiting-record as it is.

           open output new-waiting-file
           open input waiting-file
           if waiting-file-not-found
               display "NO WAITLIST.DAT - AN EMPTY WAITNEW.DAT WRITTEN"
           else
               perform until waiting-file-eof
                   read waiting-file
                       at end
                           set waiting-file-eof to true
                       not at end
                           move wl-name    to ask-name
                           move wl-dob     to ask-dob
                           move wl-male    to ask-male
                           move wl-club    to ask-club
                           move wl-address to ask-contact
                           perform settle-the-runner
                           move found-runner to wl-runner
                           write new-waiting-record from waiting-record
                           add 1 to waiting-count
                   end-read
               end-perform
               close waiting-file
           end-if
           close new-waiting-file.

      *---------------------------------------------------------------*

       settle-the-runner section.

           if ask-dob not numeric
               move 0 to ask-dob
           end-if
           evaluate ask-male
               when 1
                   move "M" to ask-gender
               when 2
                   move "F" to ask-gender
               when other
                   move space to ask-gender
           end-evaluate

           move 0 to found-runner
           set rlk-action-match to true
           move 0          to rlk-runner-id
           move ask-name   to rlk-name
           move ask-dob    to rlk-dob
           move ask-gender to rlk-gender
           call "race-runlook" using runner-look
           evaluate true
               when rlk-found-one
                   move rlk-runner-id to found-runner
               when rlk-found-likely
                   perform judge-same-name-and-club
               when other
                   continue
           end-evaluate

           if found-runner = 0
               perform add-a-runner
           else
               perform bring-the-runner-up-to-date
           end-if.

      *---------------------------------------------------------------*

       judge-same-name-and-club section.

      *   exactly one offer with the very same name and club, and no
      *   date of birth on either side that says otherwise.

           move 0 to same-ind
           perform varying offer-ind from 1 by 1
                              until offer-ind > rlk-offer-count
               if rlk-offer-name(offer-ind) = ask-name
                  and rlk-offer-club(offer-ind) = ask-club
                  and (rlk-offer-dob(offer-ind) = 0 or ask-dob = 0
                       or rlk-offer-dob(offer-ind) = ask-dob)
                   if same-ind = 0
                       move offer-ind to same-ind
                   else
                       move 99 to same-ind
                   end-if
               end-if
           end-perform
           if same-ind not = 0 and same-ind not = 99
               move rlk-offer-id(same-ind) to found-runner
           end-if.

      *---------------------------------------------------------------*

       add-a-runner section.

      *   the offers of the match are still in runner-look until the
      *   add - the first is kept for the doubt line.

           move 0 to dbl-old-id
           if rlk-found-likely
               move rlk-offer-id(1) to dbl-old-id
           end-if

           set rlk-action-add to true
           move 0           to rlk-runner-id
           move ask-name    to rlk-name
           move ask-dob     to rlk-dob
           move ask-gender  to rlk-gender
           move ask-club    to rlk-club
           move ask-contact to rlk-contact
           call "race-runlook" using runner-look
           if rlk-found-one
               move rlk-runner-id to found-runner
               add 1 to new-runner-count
               if dbl-old-id not = 0
                   move found-runner to dbl-new-id
                   move ask-name     to dbl-name
                   move ask-club     to dbl-club
                   write report-line from doubt-line
                   add 1 to doubt-count
               end-if
           end-if.

      *---------------------------------------------------------------*

       bring-the-runner-up-to-date section.

      *   entries are converted in event order, so the register ends
      *   up with each runner's club and contact from their latest
      *   race.

           set rlk-action-update to true
           move found-runner to rlk-runner-id
           move ask-dob      to rlk-dob
           move ask-gender   to rlk-gender
           move ask-club     to rlk-club
           move ask-contact  to rlk-contact
           call "race-runlook" using runner-look.

      *---------------------------------------------------------------*

       program-terminate section.

           display "ENTRIES CONVERTED:          " entry-count
           display "RESULTS CONVERTED:          " result-count
           display "WAITING ROWS CONVERTED:     " waiting-count
           display "NEW RUNNERS REGISTERED:     " new-runner-count
           display "POSSIBLE DUPLICATES LISTED: " doubt-count
           display "VERIFY COUNTS, THEN RENAME ENTRYNEW.DAT OVER "
                   "ENTRIES.DAT, RESULTNW.DAT OVER RESULTS.DAT AND "
                   "WAITNEW.DAT OVER WAITLIST.DAT AND TAKE A FRESH "
                   "CUSTBKUP GENERATION"
           close report-file
           goback.
