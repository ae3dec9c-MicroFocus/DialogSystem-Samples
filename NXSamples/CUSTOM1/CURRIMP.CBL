      *    What was applied and what was held is reported to
      *    currimp.prt.  Safe to re-run: a rate already on file for
      *    the same currency and date is simply refreshed.
      *    All the same a rate file already imported (same
      *    fingerprint on the inbound file register - see INFEED.CBL)
      *    is refused with return code 8 unless a supervisor has let
      *    it through on Feedmnt - a stale file dropped again would
      *    otherwise pass for today's rates; after the run
      *    ratefeed.dat is filed to the dated feed archive.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): feed lines in, rates applied out, held
      *    and refused lines aside - by count only, a rate is not
      *    money.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       77  Held-Count                  PIC 9(6) VALUE 0.
       77  Refused-Count               PIC 9(6) VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Rate-Look-Curr              PIC X(3).
       01  Rate-Look-Date              PIC 9(8).
       01  Rate-Look-Rate              PIC 9(3)V9(6).
       01  Rate-Look-Found             PIC X.

      *    has this rate file been imported before - see INFEED.CBL
       78  Inbound-Feed-Service        VALUE "infeed".
           COPY "INFEED.CPY".

       77  Move-Wrk                    PIC S9(3)V9(6) COMP.
       77  Move-Pct-Wrk                PIC S9(5)V99 COMP.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Check-Inbound-Register
           PERFORM Program-Initialize
           PERFORM Import-One-Rate UNTIL Feed-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Check-Inbound-Register SECTION.

           INITIALIZE Inbound-Feed
           SET Ifd-Action-Check TO TRUE
           MOVE "CURRIMP" TO Ifd-Program
           MOVE "ratefeed.dat" TO Ifd-File-Name
           MOVE 14 TO Ifd-Value-Start
           MOVE 9 TO Ifd-Value-Length
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Repeat
               DISPLAY "CURRIMP: RATEFEED.DAT ALREADY IMPORTED ON "
                       Ifd-Seen-Date " - REFUSED, SEE FEEDMNT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Ifd-Overridden
               DISPLAY "CURRIMP: RATEFEED.DAT SEEN ON " Ifd-Seen-Date
                       " - IMPORTED AGAIN ON " Ifd-Override-By
                       "'S OVERRIDE"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           END-IF
           CLOSE Hold-File
           CLOSE Report-File
           IF NOT Feed-File-Not-Found
               PERFORM File-Inbound-Feed
           END-IF
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.
      *    Every feed line is applied, held or refused, so
      *    in = out + aside.  The value fields stay zero.

           INITIALIZE Control-Total
           MOVE "CURRIMP"     TO Ctl-Job
           COMPUTE Ctl-Recs-In = Applied-Count + Held-Count
                               + Refused-Count
           MOVE Applied-Count TO Ctl-Recs-Out
           COMPUTE Ctl-Recs-Aside = Held-Count + Refused-Count
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       File-Inbound-Feed SECTION.

           SET Ifd-Action-Archive TO TRUE
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Archived
               DISPLAY "CURRIMP: RATEFEED.DAT FILED AS "
                       Ifd-Archive-File
           ELSE
               DISPLAY "CURRIMP: NO ROOM IN THE FEED ARCHIVE - "
                       "RATEFEED.DAT LEFT IN PLACE, CHECK FEEDARCH"
           END-IF
       .

      *****************************************************************
