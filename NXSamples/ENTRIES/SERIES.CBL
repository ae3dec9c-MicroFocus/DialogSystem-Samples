
      *---------------------------------------------------------------*
      *    Series standings.  Aggregates each competitor's results
      *    across every event of the series by the permanent runner
      *    id every results.dat row carries (see RUNNERREC.CPY), so
      *    a runner who changed club, or whose name was keyed two
      *    ways, is still one competitor; a row with no id falls
      *    back to the old match by name and club.  Reports to
      *    series.prt under the name and club the register holds
      *    now: events completed and total of finishing positions,
      *    best series score first within the most events
      *    completed - the usual series rule that consistency beats
      *    one good day.  A disqualified result (see RESULTREC.CPY)
      *    counts for nothing.
      *---------------------------------------------------------------*

       environment division.

       01  competitor-table.
           03  comp-entry occurs max-competitors.
               05  cmp-runner          pic 9(6).
               05  cmp-name            pic x(15).
               05  cmp-club            pic x(30).
               05  cmp-events          pic 9(2) comp.
               05  cmp-total           pic 9(6) comp.
               05  cmp-done-sw         pic x.

      *   the competitor register - see RUNLOOK.CPY
           copy "RUNLOOK.CPY".

       01  heading-line                pic x(80) value
           "SERIES STANDINGS".

           03  detail-events           pic z9.
           03  filler                  pic x(8) value " EVENTS ".
           03  detail-total            pic zzzzz9.
           03  filler                  pic x(8) value " RUNNER ".
           03  detail-runner           pic 9(6).


       procedure division.
               at end
                   set result-file-eof to true
               not at end
                   if not result-disqualified
                       perform note-this-result
                   end-if
           end-read.

      *---------------------------------------------------------------*

       note-this-result section.

           if result-runner not numeric
               move 0 to result-runner
           end-if
           move 0 to this-comp-ind
           perform varying comp-ind from 1 by 1
                              until comp-ind > comp-count
                                    or this-comp-ind not = 0
               if result-runner not = 0
                   if cmp-runner(comp-ind) = result-runner
                       move comp-ind to this-comp-ind
                   end-if
               else
                   if cmp-runner(comp-ind) = 0
                      and cmp-name(comp-ind) = result-name
                      and cmp-club(comp-ind) = result-club
                       move comp-ind to this-comp-ind
                   end-if
               end-if
           end-perform
           if this-comp-ind = 0
               if comp-count < max-competitors
                   add 1 to comp-count
                   move comp-count to this-comp-ind
                   move result-runner to cmp-runner(this-comp-ind)
                   move result-name to cmp-name(this-comp-ind)
                   move result-club to cmp-club(this-comp-ind)
                   move 0 to cmp-events(this-comp-ind)
               if best-ind not = 0
                   move cmp-name(best-ind)   to detail-name
                   move cmp-club(best-ind)   to detail-club
                   move cmp-runner(best-ind) to detail-runner
                   if cmp-runner(best-ind) not = 0
                       perform name-from-the-register
                   end-if
                   move cmp-events(best-ind) to detail-events
                   move cmp-total(best-ind)  to detail-total
                   write report-line from detail-line
               end-if
           end-perform.

      *---------------------------------------------------------------*

       name-from-the-register section.

      *   the runner as the register knows them today - the club
      *   they run for now, not the one of their first race.

           set rlk-action-find to true
           move cmp-runner(best-ind) to rlk-runner-id
           call "race-runlook" using runner-look
           if rlk-found-one
               move rlk-name to detail-name
               move rlk-club to detail-club
           end-if.

      *---------------------------------------------------------------*

       pick-best-remaining section.
