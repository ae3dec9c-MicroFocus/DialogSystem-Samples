      $set ans85
       identification division.

       program-id. race-teamres.

      *---------------------------------------------------------------*
      *    Relay team results.  Reads the event's teams off
      *    teams.dat (see TEAMREC.CPY), where race-results and the
      *    chip import record the race clock as each leg finishes,
      *    and produces, print-ready to teamres.prt:
      *      1. team results - every entered team placed on the
      *         clock at the end of its last leg, fastest first,
      *         with each leg's runner, the leg's own time (its
      *         clock less the clock at the end of the leg before)
      *         and the clock at the changeover; a team still
      *         missing a leg time is listed after the placed teams,
      *         unplaced, with whatever legs it has;
      *      2. fastest leg by category - the quickest leg run by a
      *         runner of each of the five categories, whichever leg
      *         it was.
      *    Withdrawn teams and teams still waiting do not appear.
      *    The event comes from RACE-EVENT as usual.
      *---------------------------------------------------------------*

       environment division.

       input-output section.
       file-control.
           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select report-file assign "teamres.prt"
           organization is line sequential.


       data division.

       file section.
       fd  team-file.
           copy "TEAMREC.CPY".

       fd  report-file.
       01  report-line                 pic x(80).

       working-storage section.

       78  max-teams                   value 300.

       77  team-file-status            pic x(2).
          88  team-file-eof               value "10".
          88  team-file-not-found         value "35".

       77  team-ind                    pic 9(4) comp.
       77  team-count                  pic 9(4) comp value 0.
       77  slot-ind                    pic 9(4) comp.
       77  move-ind                    pic 9(4) comp.
       77  leg-ind                     pic 9(2) comp.
       77  cat-ind                     pic 9(2) comp.
       77  placed-count                pic 9(4) value 0.
       77  clock-secs                  pic s9(7) comp.
       77  prev-secs                   pic s9(7) comp.
       77  leg-secs                    pic s9(7) comp.
       77  secs-left                   pic s9(7) comp.
       01  overflow-seen               pic x value "N".
       01  team-scan-done-sw           pic x value "N".
       01  complete-sw                 pic x.
          88  team-complete               value "Y".

       01  event-env                   pic x(2).
       77  chosen-event                pic 9(2) value 0.
       77  env-ind                     pic 9(2) comp.
       01  digit-cell                  pic 9.
       01  digit-cell-x redefines digit-cell pic x.

      *   the event's teams, complete teams first in clock order,
      *   each inserted into place as it is read; incomplete teams
      *   follow in bib order
       01  team-table.
           03  team-row occurs max-teams.
               05  tt-complete         pic x.
               05  tt-finish-secs      pic s9(7) comp.
               05  tt-record           pic x(360).

      *   the quickest leg seen so far in each category
       01  fastest-table.
           03  fastest-row occurs 5.
               05  fr-secs             pic s9(7) comp.
               05  fr-name             pic x(15).
               05  fr-team             pic x(30).
               05  fr-leg              pic 9.

       01  time-split.
           03  ts-hh                   pic 9(2).
           03  ts-mm                   pic 9(2).
           03  ts-ss                   pic 9(2).

       01  edited-time.
           03  et-hh                   pic 9(2).
           03  filler                  pic x value ":".
           03  et-mm                   pic 9(2).
           03  filler                  pic x value ":".
           03  et-ss                   pic 9(2).

       01  category-names.
           03  filler                  pic x(13) value "SENIOR MALE  ".
           03  filler                  pic x(13) value "SENIOR FEMALE".
           03  filler                  pic x(13) value "VETERAN      ".
           03  filler                  pic x(13) value "JUNIOR       ".
           03  filler                  pic x(13) value "WHEELCHAIR   ".
       01  category-name-table redefines category-names.
           03  category-name           pic x(13) occurs 5.

       01  heading-line-1.
           03  filler                  pic x(22) value
               "RELAY RESULTS - EVENT ".
           03  head-event              pic 9(2).
       01  heading-line-2              pic x(80) value
           "POS  BIB TEAM / CLUB".
       01  heading-line-3              pic x(80) value
           "FASTEST LEG BY CATEGORY".

       01  position-edit               pic zzz9.

       01  team-line.
           03  tml-position            pic x(4).
           03  filler                  pic x(1) value space.
           03  tml-bib                 pic x(3).
           03  filler                  pic x(1) value space.
           03  tml-name                pic x(30).
           03  filler                  pic x(1) value space.
           03  tml-time                pic x(8).

       01  club-line.
           03  filler                  pic x(9) value space.
           03  cll-club                pic x(30).

       01  leg-line.
           03  filler                  pic x(9) value space.
           03  filler                  pic x(4) value "LEG ".
           03  lgl-leg                 pic 9.
           03  filler                  pic x(1) value space.
           03  lgl-code                pic x(3).
           03  filler                  pic x(1) value space.
           03  lgl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  lgl-leg-time            pic x(8).
           03  filler                  pic x(7) value " CLOCK ".
           03  lgl-clock               pic x(8).

       01  fastest-line.
           03  fsl-category            pic x(13).
           03  filler                  pic x(1) value space.
           03  fsl-name                pic x(15).
           03  filler                  pic x(1) value space.
           03  fsl-team                pic x(30).
           03  filler                  pic x(5) value " LEG ".
           03  fsl-leg                 pic 9.
           03  filler                  pic x(1) value space.
           03  fsl-time                pic x(8).


       procedure division.

       main-process section.

           perform program-initialize
           perform load-the-teams
           if overflow-seen = "Y"
               display "RACE-TEAMRES: MORE TEAMS THAN THE TABLE - "
                       "ONLY THE FIRST 300 REPORTED"
           end-if
           perform report-team-results
           perform report-fastest-legs
           perform program-terminate.

      *---------------------------------------------------------------*

       program-initialize section.

           perform get-selected-event
           open output report-file
           perform varying cat-ind from 1 by 1 until cat-ind > 5
               move 0 to fr-secs(cat-ind)
               move spaces to fr-name(cat-ind)
               move spaces to fr-team(cat-ind)
               move 0 to fr-leg(cat-ind)
           end-perform.

      *---------------------------------------------------------------*

       load-the-teams section.

           open input team-file
           if team-file-not-found
               display "RACE-TEAMRES: NO TEAMS.DAT YET"
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
                                   perform place-one-team
                               end-if
                           end-if
                   end-read
               end-perform
               close team-file
           end-if.

      *---------------------------------------------------------------*

       place-one-team section.

      *   complete means every leg has a clock; the legs are also
      *   weighed for the fastest-leg table here, while the team is
      *   in the record area.

           move "Y" to complete-sw
           move 0 to prev-secs
           perform varying leg-ind from 1 by 1
                              until leg-ind > tm-legs
               if tl-time(leg-ind) = 0
                   move "N" to complete-sw
                   move 0 to prev-secs
               else
                   move tl-time(leg-ind) to time-split
                   compute clock-secs = ts-hh * 3600 + ts-mm * 60
                                      + ts-ss
      *            a leg after a missing clock has no start to
      *            measure from
                   if leg-ind = 1 or prev-secs not = 0
                       compute leg-secs = clock-secs - prev-secs
                       perform weigh-the-leg
                   end-if
                   move clock-secs to prev-secs
               end-if
           end-perform

           if team-count not < max-teams
               move "Y" to overflow-seen
           else
               move 0 to slot-ind
               if team-complete
                   perform varying team-ind from 1 by 1
                                      until team-ind > team-count
                                         or slot-ind not = 0
                       if tt-complete(team-ind) not = "Y"
                          or tt-finish-secs(team-ind) > prev-secs
                           move team-ind to slot-ind
                       end-if
                   end-perform
               end-if
               if slot-ind = 0
                   add 1 to team-count
                   move team-count to slot-ind
               else
                   perform varying move-ind from team-count by -1
                                      until move-ind < slot-ind
                       move team-row(move-ind) to team-row(move-ind + 1)
                   end-perform
                   add 1 to team-count
               end-if
               move complete-sw to tt-complete(slot-ind)
               move prev-secs   to tt-finish-secs(slot-ind)
               move team-record to tt-record(slot-ind)
           end-if.

      *---------------------------------------------------------------*

       weigh-the-leg section.

           move tl-male(leg-ind) to cat-ind
           if cat-ind >= 1 and cat-ind <= 5 and leg-secs > 0
               if fr-secs(cat-ind) = 0
                  or leg-secs < fr-secs(cat-ind)
                   move leg-secs         to fr-secs(cat-ind)
                   move tl-name(leg-ind) to fr-name(cat-ind)
                   move tm-name          to fr-team(cat-ind)
                   move leg-ind          to fr-leg(cat-ind)
               end-if
           end-if.

      *---------------------------------------------------------------*

       report-team-results section.

           move chosen-event to head-event
           write report-line from heading-line-1
           move spaces to report-line
           write report-line
           write report-line from heading-line-2

           perform varying team-ind from 1 by 1
                              until team-ind > team-count
               move tt-record(team-ind) to team-record
               if tt-complete(team-ind) = "Y"
                   add 1 to placed-count
                   move placed-count to position-edit
                   move position-edit to tml-position
                   move tt-finish-secs(team-ind) to clock-secs
                   perform edit-the-time
                   move edited-time to tml-time
               else
                   move "  - " to tml-position
                   move "NO TIME" to tml-time
               end-if
               move tm-bib  to tml-bib
               move tm-name to tml-name
               write report-line from team-line
               move tm-club to cll-club
               write report-line from club-line
               perform write-the-legs
           end-perform.

      *---------------------------------------------------------------*

       write-the-legs section.

           move 0 to prev-secs
           perform varying leg-ind from 1 by 1
                              until leg-ind > tm-legs
               move leg-ind           to lgl-leg
               move tl-code(leg-ind)  to lgl-code
               move tl-name(leg-ind)  to lgl-name
               if tl-time(leg-ind) = 0
                   move spaces to lgl-leg-time
                   move spaces to lgl-clock
                   move 0 to prev-secs
               else
                   move tl-time(leg-ind) to time-split
                   compute clock-secs = ts-hh * 3600 + ts-mm * 60
                                      + ts-ss
                   move clock-secs to leg-secs
                   perform edit-the-time
                   move edited-time to lgl-clock
                   if leg-ind = 1 or prev-secs not = 0
                       compute clock-secs = leg-secs - prev-secs
                       perform edit-the-time
                       move edited-time to lgl-leg-time
                   else
                       move spaces to lgl-leg-time
                   end-if
                   move leg-secs to prev-secs
               end-if
               write report-line from leg-line
           end-perform.

      *---------------------------------------------------------------*

       report-fastest-legs section.

           move spaces to report-line
           write report-line
           write report-line from heading-line-3
           move spaces to report-line
           write report-line
           perform varying cat-ind from 1 by 1 until cat-ind > 5
               if fr-secs(cat-ind) not = 0
                   move category-name(cat-ind) to fsl-category
                   move fr-name(cat-ind)       to fsl-name
                   move fr-team(cat-ind)       to fsl-team
                   move fr-leg(cat-ind)        to fsl-leg
                   move fr-secs(cat-ind)       to clock-secs
                   perform edit-the-time
                   move edited-time to fsl-time
                   write report-line from fastest-line
               end-if
           end-perform.

      *---------------------------------------------------------------*

       edit-the-time section.

      *   clock-secs as hh:mm:ss; a negative leg (a clock keyed
      *   earlier than the one before it) shows as zero.

           if clock-secs < 0
               move 0 to clock-secs
           end-if
           divide clock-secs by 3600 giving et-hh remainder secs-left
           divide secs-left by 60 giving et-mm remainder et-ss.

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

           display "TEAMS PLACED: " placed-count
                   " TEAMS REPORTED: " team-count
           close report-file
           goback.
