      $set ans85
       identification division.

       program-id. race-protest.

      *---------------------------------------------------------------*
      *    Protests, disqualifications and time penalties - the
      *    referee's console once results.dat has been written by
      *    race-results or the chip import.  Protests are kept on
      *    protests.dat (see PROTREC.CPY):
      *        L    list an event's protests
      *        N    lodge a protest against a result (event and bib
      *             code, who protests and why)
      *        D    decide an open protest - dismissed, or upheld
      *             with an outcome:
      *               Q  disqualify - the result stays on results.dat
      *                  with no position (see RESULTREC.CPY), so the
      *                  reports pass over it
      *               P  time penalty - the seconds keyed are added
      *                  to the finish time
      *               R  reinstate - every outcome still standing
      *                  against the result is reversed and its time
      *                  and position put back as they were before
      *                  the first of them
      *        R    list the reports owed a re-run
      *        Q    leave
      *    An outcome re-ranks the event at once: every finisher
      *    not disqualified is placed again in finish-time order,
      *    ties keeping their old order.  Each decision, the change
      *    it made to the protested result and every position the
      *    re-ranking moved go to the amendment log resamend.log
      *    (date, time, referee, protest, old and new time and
      *    position), so the prize-giving can be shown why a result
      *    changed.  An upheld protest marks race-scores, race-records
      *    and race-reshtml as owing a re-run for the event (see
      *    RERUN.CBL); each clears its own mark when next run.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select protest-file assign "protests.dat"
           organization is line sequential
           file status is protest-file-status.

           select result-file assign "results.dat"
           organization is indexed
           record key is result-key
           access is dynamic
           file status is result-file-status.

           select rerun-file assign "rerun.dat"
           organization is line sequential
           file status is rerun-file-status.

           select amend-file assign "resamend.log"
           organization is line sequential
           file status is amend-file-status.


       data division.

       file section.
       fd  protest-file.
           copy "PROTREC.CPY".

       fd  result-file.
           copy "RESULTREC.CPY".

       fd  rerun-file.
           copy "RERUNREC.CPY".

       fd  amend-file.
       01  amend-record.
           03  amd-date                pic 9(8).
           03  filler                  pic x(1).
           03  amd-time                pic 9(8).
           03  filler                  pic x(1).
           03  amd-operator            pic x(8).
           03  filler                  pic x(1).
           03  amd-event               pic 9(2).
           03  filler                  pic x(1).
           03  amd-code                pic x(3).
           03  filler                  pic x(1).
           03  amd-protest             pic 9(5).
           03  filler                  pic x(1).
           03  amd-action              pic x(8).
           03  filler                  pic x(1).
           03  amd-old-time            pic 9(6).
           03  filler                  pic x(1).
           03  amd-new-time            pic 9(6).
           03  filler                  pic x(1).
           03  amd-old-position        pic 9(4).
           03  filler                  pic x(1).
           03  amd-new-position        pic 9(4).

       working-storage section.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  router-session-service      value "rtrsess".
           copy "RTRSESS.CPY".

      *   the reports an upheld protest leaves out of date
           copy "RERUN.CPY".

       78  max-protests                value 500.
       78  max-finishers               value 2000.

       77  protest-file-status         pic x(2).
          88  protest-file-eof            value "10".
          88  protest-file-not-found      value "35".
       77  result-file-status          pic x(2).
          88  result-file-not-found       value "35".
       77  rerun-file-status           pic x(2).
          88  rerun-file-eof              value "10".
          88  rerun-file-not-found        value "35".
       77  amend-file-status           pic x(2).
          88  amend-file-not-found        value "35".

       77  prot-ind                    pic 9(4) comp.
       77  prot-count                  pic 9(4) comp value 0.
       77  this-ind                    pic 9(4) comp.
       77  first-ind                   pic 9(4) comp.
       77  rank-ind                    pic 9(4) comp.
       77  rank-count                  pic 9(4) comp.
       77  slot-ind                    pic 9(4) comp.
       77  move-ind                    pic 9(4) comp.
       77  highest-no                  pic 9(5) value 0.
       77  reranked-count              pic 9(4).
       77  finish-secs                 pic s9(7) comp.
       77  secs-left                   pic s9(7) comp.

       01  done-sw                     pic x value "N".
          88  all-done                    value "Y".
       01  applied-sw                  pic x.
          88  outcome-applied             value "Y".
       01  result-scan-done-sw         pic x.

       01  protest-table.
           03  protest-row occurs max-protests.
               05  pr-line             pic x(180).

      *   the event's placed finishers, held in the new finishing
      *   order as they are read
       01  rank-table.
           03  rank-row occurs max-finishers.
               05  rk-code             pic x(3).
               05  rk-sort-time        pic 9(6).
               05  rk-old-position     pic 9(4).

       01  answer-line                 pic x(10).
       01  answer-action               pic x.
       01  decision-answer             pic x.
       01  outcome-answer              pic x.
       01  event-in                    pic x(2).
       01  event-in-n redefines event-in pic 9(2).
       01  code-in                     pic x(3).
       01  protest-no-x                pic x(5).
       01  protest-no-n redefines protest-no-x pic 9(5).
       01  penalty-x                   pic x(4).
       01  penalty-n redefines penalty-x pic 9(4).
       01  protester-in                pic x(30).
       01  reason-in                   pic x(60).
       01  today-date                  pic 9(8).
       01  now-time                    pic 9(8).
       01  old-time                    pic 9(6).
       01  old-position                pic 9(4).
       01  amend-action                pic x(8).

       01  time-split.
           03  ts-hh                   pic 9(2).
           03  ts-mm                   pic 9(2).
           03  ts-ss                   pic 9(2).

       01  list-line.
           03  lst-no                  pic 9(5).
           03  filler                  pic x(1) value space.
           03  lst-code                pic x(3).
           03  filler                  pic x(1) value space.
           03  lst-status              pic x.
           03  filler                  pic x(1) value space.
           03  lst-outcome             pic x.
           03  filler                  pic x(1) value space.
           03  lst-penalty             pic 9(4).
           03  filler                  pic x(1) value space.
           03  lst-reversed            pic 9(5).
           03  filler                  pic x(1) value space.
           03  lst-protester           pic x(30).

       01  result-line.
           03  filler                  pic x(8) value "RESULT  ".
           03  rsl-code                pic x(3).
           03  filler                  pic x(1) value space.
           03  rsl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  rsl-club                pic x(30).
           03  filler                  pic x(6) value " TIME ".
           03  rsl-time                pic 9(6).
           03  filler                  pic x(5) value " POS ".
           03  rsl-position            pic 9(4).

       01  rerun-line.
           03  rrl-event               pic 9(2).
           03  filler                  pic x(1) value space.
           03  rrl-program             pic x(8).
           03  filler                  pic x(1) value space.
           03  rrl-date                pic 9(8).
           03  filler                  pic x(1) value space.
           03  rrl-reason              pic x(30).


       procedure division.

       main-process section.

           set rts-action-ask to true
           call router-session-service using router-session
           if not rts-routed
               display "RACEPROT: START IT FROM THE ROUTER MENU"
               goback
           end-if

           perform load-the-protests
           perform work-one-action until all-done
           goback.

      *---------------------------------------------------------------*

       load-the-protests section.

           move 0 to prot-count
           move 0 to highest-no
           open input protest-file
           if protest-file-not-found
               continue
           else
               perform until protest-file-eof
                   read protest-file
                       at end
                           set protest-file-eof to true
                       not at end
                           if prot-count < max-protests
                               add 1 to prot-count
                               move protest-record to
                                               pr-line(prot-count)
                               if prt-no > highest-no
                                   move prt-no to highest-no
                               end-if
                           end-if
                   end-read
               end-perform
               close protest-file
           end-if
           move "00" to protest-file-status.

      *---------------------------------------------------------------*

       work-one-action section.

           display "ACTION (L / N / D / R / Q): " with no advancing
           accept answer-line
           move answer-line(1:1) to answer-action

           evaluate answer-action
               when "Q" when "q"
                   set all-done to true
               when "L" when "l"
                   perform list-the-protests
               when "N" when "n"
                   perform lodge-a-protest
               when "D" when "d"
                   perform decide-a-protest
               when "R" when "r"
                   perform list-the-reruns
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
           end-if.

      *---------------------------------------------------------------*

       list-the-protests section.

           perform ask-for-the-event
           display "NO    BIB S O PEN  UNDONE PROTESTER"
           perform varying prot-ind from 1 by 1
                              until prot-ind > prot-count
               move pr-line(prot-ind) to protest-record
               if prt-event = event-in-n
                   move prt-no          to lst-no
                   move prt-code        to lst-code
                   move prt-status      to lst-status
                   move prt-outcome     to lst-outcome
                   move prt-penalty     to lst-penalty
                   move prt-reversed-by to lst-reversed
                   move prt-protester   to lst-protester
                   display list-line
                   display "      " prt-reason
               end-if
           end-perform.

      *---------------------------------------------------------------*

       lodge-a-protest section.

           perform ask-for-the-event
           display "BIB CODE: " with no advancing
           accept code-in
           open input result-file
           if result-file-not-found
               display "NO RESULTS.DAT YET - NOT LODGED"
           else
               move event-in-n to result-event
               move code-in to result-code
               read result-file
                   invalid key
                       display "NO RESULT FOR THAT EVENT AND BIB - "
                               "NOT LODGED"
                   not invalid key
                       perform take-the-protest
               end-read
               close result-file
           end-if
           move "00" to result-file-status.

      *---------------------------------------------------------------*

       take-the-protest section.

           perform show-the-result
           display "PROTEST BY: " with no advancing
           accept protester-in
           display "REASON    : " with no advancing
           accept reason-in
           if prot-count < max-protests
               accept today-date from date yyyymmdd
               add 1 to highest-no
               add 1 to prot-count
               move spaces to protest-record
               initialize protest-record
               move highest-no     to prt-no
               move event-in-n     to prt-event
               move code-in        to prt-code
               move today-date     to prt-lodged
               move rts-operator-id to prt-lodged-by
               move protester-in   to prt-protester
               move reason-in      to prt-reason
               set prt-open        to true
               move space          to prt-outcome
               move protest-record to pr-line(prot-count)
               perform write-the-protests
               display "PROTEST " highest-no " LODGED"
           else
               display "PROTESTS FILE FULL - NOT LODGED"
           end-if.

      *---------------------------------------------------------------*

       show-the-result section.

           move result-code     to rsl-code
           move result-name     to rsl-name
           move result-club     to rsl-club
           move result-time     to rsl-time
           move result-position to rsl-position
           display result-line
           if result-disqualified
               display "        DISQUALIFIED"
           end-if.

      *---------------------------------------------------------------*

       decide-a-protest section.

           display "PROTEST NO: " with no advancing
           accept protest-no-x
           move 0 to this-ind
           if protest-no-x numeric
               perform varying prot-ind from 1 by 1
                                  until prot-ind > prot-count
                   move pr-line(prot-ind) to protest-record
                   if prt-no = protest-no-n
                       move prot-ind to this-ind
                   end-if
               end-perform
           end-if
           if this-ind = 0
               display "NO SUCH PROTEST"
           else
               move pr-line(this-ind) to protest-record
               if not prt-open
                   display "PROTEST ALREADY DECIDED"
               else
                   perform decide-this-protest
               end-if
           end-if.

      *---------------------------------------------------------------*

       decide-this-protest section.

           display "AGAINST " prt-code " EVENT " prt-event
                   " BY " prt-protester
           display "        " prt-reason
           open i-o result-file
           if result-file-not-found
               display "NO RESULTS.DAT - NOT DECIDED"
           else
               move prt-event to result-event
               move prt-code to result-code
               read result-file
                   invalid key
                       display "RESULT NO LONGER ON RESULTS.DAT - "
                               "NOT DECIDED"
                   not invalid key
                       perform show-the-result
                       perform take-the-decision
               end-read
               close result-file
           end-if
           move "00" to result-file-status.

      *---------------------------------------------------------------*

       take-the-decision section.

           move "N" to applied-sw
           accept today-date from date yyyymmdd
           display "UPHELD OR DISMISSED (U / D): " with no advancing
           accept decision-answer
           evaluate decision-answer
               when "D" when "d"
                   move pr-line(this-ind) to protest-record
                   set prt-dismissed to true
                   move today-date to prt-decided
                   move rts-operator-id to prt-referee
                   move protest-record to pr-line(this-ind)
                   perform write-the-protests
                   move result-time to old-time
                   move result-position to old-position
                   move "DISMISS" to amend-action
                   perform log-the-change
                   display "PROTEST DISMISSED"
               when "U" when "u"
                   perform take-the-outcome
               when other
                   display "NOT DECIDED"
           end-evaluate.

      *---------------------------------------------------------------*

       take-the-outcome section.

           display "DISQUALIFY, PENALTY OR REINSTATE (Q / P / R): "
                   with no advancing
           accept outcome-answer
           move result-time to old-time
           move result-position to old-position
           evaluate outcome-answer
               when "Q" when "q"
                   if result-disqualified
                       display "ALREADY DISQUALIFIED - NOT DECIDED"
                   else
                       set result-disqualified to true
                       move "DISQUAL" to amend-action
                       set outcome-applied to true
                   end-if
               when "P" when "p"
                   perform take-the-penalty
               when "R" when "r"
                   perform take-the-reinstatement
               when other
                   display "NOT DECIDED"
           end-evaluate

           if outcome-applied
               rewrite result-record
               move pr-line(this-ind) to protest-record
               set prt-upheld to true
               move outcome-answer to prt-outcome
               inspect prt-outcome converting "qpr" to "QPR"
               move today-date to prt-decided
               move rts-operator-id to prt-referee
               move old-time to prt-time-before
               move old-position to prt-position-before
               move protest-record to pr-line(this-ind)
               perform write-the-protests
               perform log-the-change
               perform re-rank-the-event
               perform mark-the-reruns
               display "PROTEST UPHELD - " reranked-count
                       " POSITIONS MOVED"
           end-if.

      *---------------------------------------------------------------*

       take-the-penalty section.

           if result-disqualified
               display "DISQUALIFIED - NO PENALTY TO ADD"
           else
               display "PENALTY SECONDS: " with no advancing
               accept penalty-x
               perform right-justify-penalty
               if penalty-x not numeric or penalty-n = 0
                   display "NO PENALTY KEYED - NOT DECIDED"
               else
                   move result-time to time-split
                   compute finish-secs =
                           ts-hh * 3600 + ts-mm * 60 + ts-ss
                           + penalty-n
                   divide finish-secs by 3600 giving ts-hh
                                          remainder secs-left
                   divide secs-left by 60 giving ts-mm
                                          remainder ts-ss
                   move time-split to result-time
                   move pr-line(this-ind) to protest-record
                   move penalty-n to prt-penalty
                   move protest-record to pr-line(this-ind)
                   move "PENALTY" to amend-action
                   set outcome-applied to true
               end-if
           end-if.

      *---------------------------------------------------------------*

       right-justify-penalty section.

           perform until penalty-x(4:1) not = space
                         or penalty-x = spaces
               move penalty-x(1:3) to penalty-x(2:3)
               move "0" to penalty-x(1:1)
           end-perform
           inspect penalty-x replacing leading space by "0".

      *---------------------------------------------------------------*

       take-the-reinstatement section.

      *   every upheld disqualification or penalty still standing
      *   against the result is reversed; the first of them holds
      *   the result as it was before any.

           move 0 to first-ind
           perform varying prot-ind from 1 by 1
                              until prot-ind > prot-count
               move pr-line(prot-ind) to protest-record
               if prt-event = result-event
                  and prt-code = result-code
                  and prt-upheld
                  and (prt-disqualify or prt-penalise)
                  and prt-reversed-by = 0
                   if first-ind = 0
                       move prot-ind to first-ind
                   end-if
                   move protest-no-n to prt-reversed-by
                   move protest-record to pr-line(prot-ind)
               end-if
           end-perform
           if first-ind = 0
               display "NOTHING STANDING TO REINSTATE - NOT DECIDED"
           else
               move pr-line(first-ind) to protest-record
               move prt-time-before to result-time
               move prt-position-before to result-position
               move "REINSTAT" to amend-action
               set outcome-applied to true
           end-if.

      *---------------------------------------------------------------*

       re-rank-the-event section.

      *   the protested result is already rewritten; every placed
      *   finisher of the event is read back into finish-time order
      *   (no time last), then given the position of its row.

           move 0 to rank-count
           move 0 to reranked-count
           move "N" to result-scan-done-sw
           move prt-event to result-event
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
                       if result-event not = prt-event
                           move "Y" to result-scan-done-sw
                       else
                           if not result-disqualified
                               perform place-one-finisher
                           end-if
                       end-if
               end-read
           end-perform

           perform varying rank-ind from 1 by 1
                              until rank-ind > rank-count
               if rk-old-position(rank-ind) not = rank-ind
                   perform move-one-position
               end-if
           end-perform.

      *---------------------------------------------------------------*

       place-one-finisher section.

           if rank-count < max-finishers
               move 0 to slot-ind
               perform varying rank-ind from 1 by 1
                                  until rank-ind > rank-count
                                     or slot-ind not = 0
                   if result-time = 0
                       continue
                   else
                       if rk-sort-time(rank-ind) > result-time
                          or (rk-sort-time(rank-ind) = result-time
                              and rk-old-position(rank-ind)
                                               > result-position)
                           move rank-ind to slot-ind
                       end-if
                   end-if
               end-perform
               if slot-ind = 0
                   add 1 to rank-count
                   move rank-count to slot-ind
               else
                   perform varying move-ind from rank-count by -1
                                      until move-ind < slot-ind
                       move rank-row(move-ind) to rank-row(move-ind + 1)
                   end-perform
                   add 1 to rank-count
               end-if
               move result-code to rk-code(slot-ind)
               move result-position to rk-old-position(slot-ind)
               if result-time = 0
                   move 999999 to rk-sort-time(slot-ind)
               else
                   move result-time to rk-sort-time(slot-ind)
               end-if
           end-if.

      *---------------------------------------------------------------*

       move-one-position section.

           move prt-event to result-event
           move rk-code(rank-ind) to result-code
           read result-file
               invalid key
                   continue
               not invalid key
                   move result-time to old-time
                   move result-position to old-position
                   move rank-ind to result-position
                   rewrite result-record
                   move "RERANK" to amend-action
                   perform log-the-change
                   add 1 to reranked-count
           end-read.

      *---------------------------------------------------------------*

       log-the-change section.

      *   amend-action is set by the caller; the result record holds
      *   the new time and position, old-time and old-position the
      *   old.

           open extend amend-file
           if amend-file-not-found
               open output amend-file
               close amend-file
               open extend amend-file
           end-if
           accept now-time from time
           move spaces          to amend-record
           move today-date      to amd-date
           move now-time        to amd-time
           move rts-operator-id to amd-operator
           move result-event    to amd-event
           move result-code     to amd-code
           move protest-no-n    to amd-protest
           move old-time        to amd-old-time
           move result-time     to amd-new-time
           move old-position    to amd-old-position
           move result-position to amd-new-position
           move amend-action    to amd-action
           write amend-record
           close amend-file
           move "00" to amend-file-status.

      *---------------------------------------------------------------*

       mark-the-reruns section.

           set rrm-action-mark to true
           move prt-event to rrm-event
           move spaces to rrm-reason
           string "PROTEST " prt-no " UPHELD"
               delimited by size into rrm-reason
           move "SCORES" to rrm-program
           call "race-rerun" using rerun-mark
           move "RECORDS" to rrm-program
           call "race-rerun" using rerun-mark
           move "RESHTML" to rrm-program
           call "race-rerun" using rerun-mark.

      *---------------------------------------------------------------*

       list-the-reruns section.

           open input rerun-file
           if rerun-file-not-found
               display "NO REPORTS OWED A RE-RUN"
           else
               display "EV PROGRAM  MARKED   REASON"
               perform until rerun-file-eof
                   read rerun-file
                       at end
                           set rerun-file-eof to true
                       not at end
                           move rrn-event   to rrl-event
                           move rrn-program to rrl-program
                           move rrn-date    to rrl-date
                           move rrn-reason  to rrl-reason
                           display rerun-line
                   end-read
               end-perform
               close rerun-file
           end-if
           move "00" to rerun-file-status.

      *---------------------------------------------------------------*

       write-the-protests section.

           open output protest-file
           perform varying prot-ind from 1 by 1
                              until prot-ind > prot-count
               move pr-line(prot-ind) to protest-record
               write protest-record
           end-perform
           close protest-file.
