      *      2. prize lists - the first three finishers in each of
      *         the five categories, under the category names
      *         race-entries validates against.
      *    A disqualified finisher (see RESULTREC.CPY) neither scores
      *    nor wins a prize.  Running the report clears the re-run
      *    mark race-protest leaves for the event.
      *---------------------------------------------------------------*

       environment division.

       working-storage section.

      *   the mark race-protest leaves when this event's results
      *   change after a run - cleared once run again
           copy "RERUN.CPY".

      *   how many finishers make a scoring team
       78  team-size                   value 4.
       78  max-results                 value 500.
                   set result-file-eof to true
               not at end
                   if result-event not = chosen-event
                      or result-disqualified
                       continue
                   else
                   if result-count < max-results

           if not result-file-not-found
               close result-file
               perform clear-rerun-mark
           end-if
           close report-file
           goback.

      *---------------------------------------------------------------*

       clear-rerun-mark section.

           set rrm-action-clear to true
           move chosen-event to rrm-event
           move "SCORES" to rrm-program
           call "race-rerun" using rerun-mark.
