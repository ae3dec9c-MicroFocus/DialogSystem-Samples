      *    competitor; a row that fails a check is left waiting and
      *    reported with the reason.  The event comes from
      *    RACE-EVENT as usual.
      *    A relay event's seats are held by teams (see
      *    TEAMREC.CPY): its capacity counts entered teams on
      *    teams.dat, and its waiting teams - checked when race-teams
      *    took them, bibs and leg codes already theirs - are
      *    entered in their waiting order until the seats are gone.
      *---------------------------------------------------------------*

       environment division.
           access is dynamic
           file status is medical-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select report-file assign "promote.prt"
           organization is line sequential.

       fd  medical-file.
           copy "MEDREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  report-file.
       01  report-line                 pic x(80).

          88  bib-file-not-found          value "35".
       77  medical-file-status         pic x(2).
          88  medical-file-not-found      value "35".
       77  team-file-status            pic x(2).
          88  team-file-not-found         value "35".

       77  row-ind                     pic 9(4) comp.
       77  row-count                   pic 9(4) comp value 0.
       77  event-entry-count           pic 9(4) comp value 0.
       77  event-capacity-hold         pic 9(4) value 0.
       01  race-date                   pic 9(8) value 0.
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".
       01  team-scan-done-sw           pic x.
       77  next-wait-seq               pic 9(6).
       01  next-team-bib               pic x(3).

       01  waiting-table.
           03  waiting-row occurs max-waiting-rows.
               05  wt-record           pic x(350).

       01  event-env                   pic x(2).
       77  chosen-event                pic 9(2) value 0.
       main-process section.

           perform program-initialize
           if relay-event
               perform promote-waiting-teams
           else
               if row-count not = 0
                   perform promote-from-the-top
                   perform write-the-list-back
               end-if
           end-if
           perform program-terminate.


           perform get-selected-event
           open output report-file
           perform judge-relay-event
           if relay-event
               open i-o team-file
               if team-file-not-found
                   open output team-file
                   close team-file
                   open i-o team-file
               end-if
           else
               perform load-the-waiting-list
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
                           move event-capacity to event-capacity-hold
                       end-if
               end-read
               close event-file
           end-if
           move "00" to event-file-status.

      *---------------------------------------------------------------*

       load-the-waiting-list section.

           open input waiting-file
           if waiting-file-not-found
               end-read
           end-perform.

      *---------------------------------------------------------------*

       promote-waiting-teams section.

      *   each pass takes the lowest waiting number left, so the
      *   teams come in exactly as they queued.

           perform count-entered-teams
           if event-capacity-hold = 0
               move 999 to free-seats
           else
               compute free-seats = event-capacity-hold
                                  - event-entry-count
           end-if
           move "N" to scan-done-sw
           perform until free-seats not > 0 or scan-done-sw = "Y"
               perform find-next-waiting-team
               if next-team-bib = spaces
                   move "Y" to scan-done-sw
               else
                   move chosen-event  to tm-event
                   move next-team-bib to tm-bib
                   read team-file
                       invalid key
                           move "Y" to scan-done-sw
                       not invalid key
                           set tm-entered to true
                           rewrite team-record
                           subtract 1 from free-seats
                           add 1 to promoted-count
                           move tm-wait-seq to det-seq
                           move tm-name     to det-name
                           move tm-club     to det-club
                           move "TEAM PROMOTED" to det-outcome
                           write report-line from detail-line
                   end-read
               end-if
           end-perform.

      *---------------------------------------------------------------*

       count-entered-teams section.

           move 0 to event-entry-count
           move "N" to team-scan-done-sw
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
                               add 1 to event-entry-count
                           end-if
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       find-next-waiting-team section.

           move spaces to next-team-bib
           move 0 to next-wait-seq
           move "N" to team-scan-done-sw
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
                           if tm-waiting
                              and (next-team-bib = spaces
                                   or tm-wait-seq < next-wait-seq)
                               move tm-bib      to next-team-bib
                               move tm-wait-seq to next-wait-seq
                           end-if
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       promote-from-the-top section.
           move wl-dob       to file-dob
           move 0            to file-wave
           move wl-pred-time to file-pred-time
           move wl-runner    to file-runner
           move wl-email     to file-email
           write entry-record

      *   the satellite row goes on with the entry, carried across
       program-terminate section.

           display "PROMOTED OFF THE WAITING LIST: " promoted-count
           if relay-event
               close team-file
           end-if
           if row-count not = 0
               close entry-file
               close medical-file
