      *    each chip to our three-character file-code through the
      *    chip-assignment file chipasgn.dat (chip, code - one line
      *    per issued chip), and writes results.dat rows carrying
      *    the entry's name, club, category and runner id the way
      *    RESULTS.CBL writes a keyed result.  Finish positions are
      *    assigned in ascending chip-time order, carrying on from
      *    any positions already keyed by hand.
      *        NO CHECK-IN        recorded, but the runner never
      *                           checked in - a bib mix-up to look
      *                           at before results are published
      *    Where the course file course.dat (see COURSEREC.CPY) lays
      *    intermediate mats for the event, the download's point
      *    column names the mat each read came from: reads at the
      *    finish point - or with no point, as every download did
      *    before - are finishes as above; reads at any other point
      *    go to the splits file splits.dat (see SPLITREC.CPY), and
      *    a point the course does not know is an exception:
      *        UNKNOWN POINT      not one of the event's mats
      *    Once the finishes are in, every finisher of the event is
      *    checked against the course, point by point, before the
      *    results are published:
      *        MISSED SPLIT       no read at the point named - a
      *                           runner who may have cut the course
      *                           (a hand-keyed finish shows every
      *                           point missed)
      *        SPLIT TOO FAST     the leg ending at the point was run
      *                           quicker than its fastest believable
      *                           pace - the course's figure, or 2:30
      *                           a kilometre when it gives none
      *    In a relay event (legs on the events master) a read ends
      *    a leg wherever the mat is - the changeovers are the
      *    timing points - and the chip's code is a leg runner's on
      *    teams.dat (see TEAMREC.CPY): the gun time, the race
      *    clock the team is timed on, goes on the team's leg, no
      *    results.dat row is written and no position is given;
      *    race-teamres places the teams.  A leg whose team has
      *    withdrawn or never got off the waiting list is reported:
      *        TEAM NOT RUNNING   the leg's team is not entered
      *    The event comes from the RACE-EVENT environment variable,
      *    the same convention the other race-day batches use.
      *    A download already imported (same fingerprint on the
      *    inbound file register - see INFEED.CBL) is refused with
      *    return code 8 unless a supervisor has let it through on
      *    Feedmnt; after the run chipdown.dat is filed to the dated
      *    feed archive, so the box can be downloaded again safely.
      *---------------------------------------------------------------*

       environment division.
           organization is line sequential
           file status is assign-file-status.

           select course-file assign "course.dat"
           organization is line sequential
           file status is course-file-status.

           select split-file assign "splits.dat"
           organization is indexed
           record key is split-key
           access is dynamic
           file status is split-file-status.

           select event-file assign "events.dat"
           organization is indexed
           record key is event-id
           access is dynamic
           file status is event-file-status.

           select team-file assign "teams.dat"
           organization is indexed
           record key is tm-key
           alternate record key is tm-club with duplicates
           access is dynamic
           file status is team-file-status.

           select exception-file assign "chipexc.prt"
           organization is line sequential.

           03  chp-gun-time            pic 9(6).
           03  filler                  pic x(1).
           03  chp-chip-time           pic 9(6).
      *   the mat the read came from - blank from a box that only
      *   reads the finish
           03  filler                  pic x(1).
           03  chp-point               pic x(8).

       fd  assign-file.
       01  assign-record.
           03  filler                  pic x(1).
           03  asg-code                pic x(3).

       fd  course-file.
           copy "COURSEREC.CPY".

       fd  split-file.
           copy "SPLITREC.CPY".

       fd  event-file.
           copy "EVENTREC.CPY".

       fd  team-file.
           copy "TEAMREC.CPY".

       fd  exception-file.
       01  exception-line              pic x(60).


       78  max-chip-reads              value 2000.
       78  max-chip-assigns            value 2000.
       78  max-course-points           value 9.
      *   seconds a kilometre - quicker than any road runner goes
       78  house-fastest-pace          value 150.

       77  entry-file-status           pic x(2).
          88  entry-file-not-found        value "35".
       77  assign-file-status          pic x(2).
          88  assign-file-eof             value "10".
          88  assign-file-not-found       value "35".
       77  course-file-status          pic x(2).
          88  course-file-eof             value "10".
          88  course-file-not-found       value "35".
       77  split-file-status           pic x(2).
          88  split-file-not-found        value "35".
       77  event-file-status           pic x(2).
          88  event-file-not-found        value "35".
       77  team-file-status            pic x(2).
          88  team-file-not-found         value "35".

       77  read-ind                    pic 9(4) comp.
       77  read-count                  pic 9(4) comp value 0.
       77  recorded-count              pic 9(4) value 0.
       77  exception-count             pic 9(4) value 0.
       77  next-position               pic 9(4) value 0.
       77  splits-recorded             pic 9(4) value 0.
       77  legs-recorded               pic 9(4) value 0.
       77  leg-ind                     pic 9(2) comp.
       77  found-leg                   pic 9(2) comp.
       01  relay-sw                    pic x value "N".
          88  relay-event                 value "Y".
       01  team-scan-done-sw           pic x value "N".
       77  pt-ind                      pic 9(1).
       77  finish-order                pic 9(1) value 0.
       77  read-order                  pic 9(1).
       01  read-kind                   pic x.
          88  finish-read                 value "F".
          88  split-read                  value "S".
          88  unknown-point-read          value "U".
       77  prev-secs                   pic s9(7) comp.
       77  prev-metres                 pic s9(7) comp.
       77  this-secs                   pic s9(7) comp.
       77  this-metres                 pic s9(7) comp.
       77  least-secs                  pic s9(7) comp.
       77  leg-pace                    pic 9(3).

      *   the download held sorted by chip time - each row inserted
      *   into place as it is read, so positions fall out in order
               05  at-chip-no          pic 9(6).
               05  at-code             pic x(3).

      *   the event's timing points, held by their order on the
      *   course
       01  course-table.
           03  course-point occurs max-course-points.
               05  cp-present          pic x.
               05  cp-point            pic x(8).
               05  cp-metres           pic 9(6).
               05  cp-fastest          pic 9(3).

       01  time-split.
           03  ts-hh                   pic 9(2).
           03  ts-mm                   pic 9(2).
           03  ts-ss                   pic 9(2).

       01  look-chip-no                pic 9(6).
       01  mapped-code                 pic x(3).
       01  duplicate-sw                pic x value "N".
       01  entry-found-sw              pic x value "N".
       01  digit-cell-x redefines digit-cell pic x.
       01  result-scan-done-sw         pic x value "N".

      *   has this download been imported before - see INFEED.CBL
       78  inbound-feed-service        value "infeed".
           copy "INFEED.CPY".

       01  exception-detail.
           03  exc-chip-no             pic 9(6).
           03  filler                  pic x(1) value space.
           03  exc-chip-time           pic 9(6).
           03  filler                  pic x(1) value space.
           03  exc-reason              pic x(16).
           03  filler                  pic x(1) value space.
           03  exc-point               pic x(8) value spaces.


       procedure division.

       main-process section.

           perform check-inbound-register
           perform program-initialize
           perform load-chip-assignments
           perform load-the-course
           perform load-the-download
           if relay-event
               perform varying read-ind from 1 by 1
                                  until read-ind > read-count
                   perform record-one-leg
               end-perform
           else
               perform find-next-position
               perform varying read-ind from 1 by 1
                                  until read-ind > read-count
                   perform record-one-finish
               end-perform
               if finish-order > 1 and not chip-file-not-found
                   perform check-the-splits
               end-if
           end-if
           perform program-terminate.

      *---------------------------------------------------------------*

       check-inbound-register section.

           initialize inbound-feed
           set ifd-action-check to true
           move "CHIPIMP" to ifd-program
           move "chipdown.dat" to ifd-file-name
           move 0 to ifd-value-start
           move 0 to ifd-value-length
           call inbound-feed-service using inbound-feed
           if ifd-repeat
               display "RACE-CHIPIMP: CHIPDOWN.DAT ALREADY IMPORTED ON "
                       ifd-seen-date " - REFUSED, SEE FEEDMNT"
               move 8 to return-code
               goback
           end-if
           if ifd-overridden
               display "RACE-CHIPIMP: CHIPDOWN.DAT SEEN ON "
                       ifd-seen-date " - IMPORTED AGAIN ON "
                       ifd-override-by "'S OVERRIDE"
           end-if.

      *---------------------------------------------------------------*

       program-initialize section.
                   close result-file
                   open i-o result-file
               end-if
               open i-o split-file
               if split-file-not-found
                   open output split-file
                   close split-file
                   open i-o split-file
               end-if
               open i-o team-file
               if team-file-not-found
                   open output team-file
                   close team-file
                   open i-o team-file
               end-if
               perform judge-relay-event
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
                       end-if
               end-read
               close event-file
           end-if.

      *---------------------------------------------------------------*
               close assign-file
           end-if.

      *---------------------------------------------------------------*

       load-the-course section.

      *   this event's lines only; the highest order present is the
      *   finish.

           move 0 to finish-order
           perform varying pt-ind from 1 by 1
                              until pt-ind > max-course-points
               move "N" to cp-present(pt-ind)
           end-perform
           open input course-file
           if course-file-not-found
               continue
           else
               perform until course-file-eof
                   read course-file
                       at end
                           set course-file-eof to true
                       not at end
                           if cpt-event = chosen-event
                              and cpt-order numeric
                              and cpt-order > 0
                               move cpt-order to pt-ind
                               move "Y" to cp-present(pt-ind)
                               move cpt-point to cp-point(pt-ind)
                               move cpt-metres to cp-metres(pt-ind)
                               move cpt-fastest to cp-fastest(pt-ind)
                               if cpt-order > finish-order
                                   move cpt-order to finish-order
                               end-if
                           end-if
                   end-read
               end-perform
               close course-file
           end-if.

      *---------------------------------------------------------------*

       load-the-download section.
                   at end
                       set chip-file-eof to true
                   not at end
                       if relay-event
                           set finish-read to true
                       else
                           perform find-read-point
                       end-if
                       evaluate true
                           when finish-read
                               perform place-one-read
                           when unknown-point-read
                               move chp-chip-no to exc-chip-no
                               move spaces to exc-code
                               move chp-chip-time to exc-chip-time
                               move "UNKNOWN POINT" to exc-reason
                               move chp-point to exc-point
                               perform write-exception-line
                           when other
                               perform record-one-split
                       end-evaluate
               end-read
           end-perform
           if not chip-file-not-found
               close chip-file
           end-if.

      *---------------------------------------------------------------*

       find-read-point section.

      *   a read with no point is a finish read, whether or not the
      *   course lays other mats.

           move 0 to read-order
           if chp-point = spaces
               set finish-read to true
           else
               set unknown-point-read to true
               perform varying pt-ind from 1 by 1
                                  until pt-ind > max-course-points
                   if cp-present(pt-ind) = "Y"
                      and cp-point(pt-ind) = chp-point
                       move pt-ind to read-order
                       if pt-ind = finish-order
                           set finish-read to true
                       else
                           set split-read to true
                       end-if
                   end-if
               end-perform
           end-if.

      *---------------------------------------------------------------*

       place-one-read section.

       record-one-finish section.

           move rt-chip-no(read-ind) to look-chip-no
           perform map-chip-to-code
           if mapped-code = spaces
               move rt-chip-no(read-ind) to exc-chip-no
               end-if
           end-if.

      *---------------------------------------------------------------*

       record-one-leg section.

           move rt-chip-no(read-ind) to look-chip-no
           perform map-chip-to-code
           move rt-chip-no(read-ind) to exc-chip-no
           move mapped-code to exc-code
           move rt-gun-time(read-ind) to exc-chip-time
           if mapped-code = spaces
               move "UNKNOWN CHIP" to exc-reason
               perform write-exception-line
           else
               perform find-leg-in-event
               evaluate true
                   when found-leg = 0
                       move "NO ENTRY" to exc-reason
                       perform write-exception-line
                   when tl-time(found-leg) not = 0
                       move "ALREADY RECORDED" to exc-reason
                       perform write-exception-line
                   when not tm-entered
                       move "TEAM NOT RUNNING" to exc-reason
                       perform write-exception-line
                   when other
                       move rt-gun-time(read-ind) to tl-time(found-leg)
                       rewrite team-record
                       add 1 to legs-recorded
               end-evaluate
           end-if.

      *---------------------------------------------------------------*

       find-leg-in-event section.

      *   the same walk of the event's teams RESULTS.CBL makes for a
      *   keyed leg time.

           move 0 to found-leg
           move "N" to team-scan-done-sw
           move chosen-event to tm-event
           move low-values to tm-bib
           start team-file key is >= tm-key
               invalid key
                   move "Y" to team-scan-done-sw
           end-start
           perform until team-scan-done-sw = "Y" or found-leg not = 0
               read team-file next record
                   at end
                       move "Y" to team-scan-done-sw
                   not at end
                       if tm-event not = chosen-event
                           move "Y" to team-scan-done-sw
                       else
                           perform varying leg-ind from 1 by 1
                                              until leg-ind > tm-legs
                               if tl-code(leg-ind) = mapped-code
                                   move leg-ind to found-leg
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       map-chip-to-code section.
           move spaces to mapped-code
           perform varying asg-ind from 1 by 1
                              until asg-ind > asg-count
               if at-chip-no(asg-ind) = look-chip-no
                   move at-code(asg-ind) to mapped-code
               end-if
           end-perform.

      *---------------------------------------------------------------*

       record-one-split section.

      *   a read at an intermediate mat; the first read of a chip at
      *   a point wins, as at the finish.

           move chp-chip-no to look-chip-no
           perform map-chip-to-code
           move chp-chip-no to exc-chip-no
           move mapped-code to exc-code
           move chp-chip-time to exc-chip-time
           move chp-point to exc-point
           if mapped-code = spaces
               move "UNKNOWN CHIP" to exc-reason
               perform write-exception-line
           else
               perform find-entry-in-event
               if entry-found-sw not = "Y"
                   move "NO ENTRY" to exc-reason
                   perform write-exception-line
               else
                   move chosen-event to split-event
                   move mapped-code to split-code
                   move read-order to split-order
                   read split-file
                       invalid key
                           move chp-point to split-point
                           move chp-chip-no to split-chip-no
                           move chp-gun-time to split-gun-time
                           move chp-chip-time to split-chip-time
                           write split-record
                           add 1 to splits-recorded
                       not invalid key
                           move "ALREADY RECORDED" to exc-reason
                           perform write-exception-line
                   end-read
               end-if
           end-if
           move spaces to exc-point.

      *---------------------------------------------------------------*

       find-entry-in-event section.
                   move file-name TO result-name
                   move file-club to result-club
                   move file-male to result-male
                   move file-runner to result-runner
                   move rt-chip-time(read-ind) to result-time
                   move next-position to result-position
                   write result-record
                   perform write-exception-line
           end-read.

      *---------------------------------------------------------------*

       check-the-splits section.

      *   every finisher of the event, chip-timed or keyed by hand,
      *   against every mat before the finish.

           move "N" to result-scan-done-sw
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
                           perform check-one-finisher
                       end-if
               end-read
           end-perform.

      *---------------------------------------------------------------*

       check-one-finisher section.

      *   a missed point leaves the next leg measured from the last
      *   point the runner was read at.

           move 0 to prev-secs
           move 0 to prev-metres
           perform varying pt-ind from 1 by 1
                              until pt-ind not < finish-order
               if cp-present(pt-ind) = "Y"
                   move result-event to split-event
                   move result-code to split-code
                   move pt-ind to split-order
                   read split-file
                       invalid key
                           move 0 to exc-chip-no
                           move result-code to exc-code
                           move 0 to exc-chip-time
                           move "MISSED SPLIT" to exc-reason
                           move cp-point(pt-ind) to exc-point
                           perform write-exception-line
                       not invalid key
                           move split-chip-time to time-split
                           perform judge-the-leg
                   end-read
               end-if
           end-perform
           move finish-order to pt-ind
           move 0 to split-chip-no
           move result-time to time-split
           perform judge-the-leg.

      *---------------------------------------------------------------*

       judge-the-leg section.

      *   time-split holds the time at point pt-ind; the least the
      *   leg could take is its length at the fastest believable
      *   pace.

           compute this-secs = ts-hh * 3600 + ts-mm * 60 + ts-ss
           move cp-metres(pt-ind) to this-metres
           move cp-fastest(pt-ind) to leg-pace
           if leg-pace = 0
               move house-fastest-pace to leg-pace
           end-if
           compute least-secs =
                   (this-metres - prev-metres) * leg-pace / 1000
           if this-metres > prev-metres
              and this-secs - prev-secs < least-secs
               move split-chip-no to exc-chip-no
               move result-code to exc-code
               move time-split to exc-chip-time
               move "SPLIT TOO FAST" to exc-reason
               move cp-point(pt-ind) to exc-point
               perform write-exception-line
           end-if
           move this-secs to prev-secs
           move this-metres to prev-metres.

      *---------------------------------------------------------------*

       write-exception-line section.

           add 1 to exception-count
           write exception-line from exception-detail
           move spaces to exc-point.

      *---------------------------------------------------------------*


           display "CHIP READS: " read-count
                   " RESULTS RECORDED: " recorded-count
                   " SPLITS RECORDED: " splits-recorded
                   " LEG TIMES RECORDED: " legs-recorded
                   " EXCEPTIONS: " exception-count
           if not chip-file-not-found
               close entry-file
               close result-file
               close split-file
               close team-file
           end-if
           close exception-file
           if not chip-file-not-found
               perform file-inbound-feed
           end-if
           goback.

      *---------------------------------------------------------------*

       file-inbound-feed section.

           set ifd-action-archive to true
           call inbound-feed-service using inbound-feed
           if ifd-archived
               display "RACE-CHIPIMP: CHIPDOWN.DAT FILED AS "
                       ifd-archive-file
           else
               display "RACE-CHIPIMP: NO ROOM IN THE FEED ARCHIVE - "
                       "CHIPDOWN.DAT LEFT IN PLACE, CHECK FEEDARCH"
           end-if.
