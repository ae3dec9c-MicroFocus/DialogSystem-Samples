      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrfwd.

      *---------------------------------------------------------------*
      *    Roll-forward recovery.  Restores the backup generation
      *    named in CUSTRFWD-GEN over cust.ism and custord.ism, as
      *    Custrest does, then re-applies every change on the audit
      *    log made after that generation was taken - the monthly
      *    generations Custarot rotated off since then (custaudt.cat,
      *    in catalogue order), then the live custaudt.log - up to
      *    the stop point in CUSTRFWD-TO-DATE (yyyymmdd) and
      *    CUSTRFWD-TO-TIME (hhmmss); no date runs to the end of the
      *    log, a date with no time to the end of that day.
      *    Each audit record is replayed only when the restored
      *    files still hold exactly what it says was there before -
      *    the customer's limit and balance, and each line it names
      *    at its before values (nought both sides for a line not
      *    yet on file).  Any difference refuses the whole record
      *    and nothing of it is applied.  Every record in range goes
      *    to custrfwd.prt, REPLAYED or REFUSED with the reason.
      *    What the audit log does not carry cannot be replayed: a
      *    customer set up after the generation (its records are
      *    refused as not on file - key it again and rerun from the
      *    restore), name and address changes (see the address
      *    history), and entries.dat, which is left alone.  The
      *    generation must be catalogued GOOD in the ORDL layout,
      *    nothing may be running, and the supervisor must type
      *    ROLLFWD at the console first.  Run Custoidx afterwards, as
      *    after Custrest.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC.

           SELECT Customer-Bkup-File ASSIGN DYNAMIC Cust-Bkup-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Bk-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-Bkup-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC.

           SELECT Order-Line-Bkup-File ASSIGN DYNAMIC Line-Bkup-Name
           ORGANIZATION IS INDEXED
           RECORD KEY IS Bk-Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-Bkup-Status.

           SELECT Catalogue-File ASSIGN "custbkup.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

           SELECT Audit-Catalogue-File ASSIGN "custaudt.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Catalogue-Status.

      *    each audit generation in turn, then the live log
           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

           SELECT Report-File ASSIGN "custrfwd.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Customer-Bkup-File.
       01  Bk-Customer-Record.
           03  Bk-C-Code               PIC X(5).
           03  FILLER                  PIC X(169).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Order-Line-Bkup-File.
       01  Bk-Order-Line-Record.
           03  Bk-Ordl-Key             PIC X(11).
           03  FILLER                  PIC X(27).

       FD  Catalogue-File.
       01  Catalogue-Record.
           03  Cat-Gen-No              PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Cat-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Time                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Cust-Count          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Line-Count          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Entry-Count         PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Cat-Verdict             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Cat-Layout              PIC X(4).

      *    Custarot's catalogue of rotated audit generations
       FD  Audit-Catalogue-File.
       01  Audit-Catalogue-Record.
           03  Acat-File-Name          PIC X(16).
           03  FILLER                  PIC X(1).
           03  Acat-Period             PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Acat-Record-Count       PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Acat-Rotated-Date       PIC 9(8).

       FD  Audit-File.
           COPY "CUSTAUDT.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    session registry - see SESSREG.CBL
       78  Registry-Service            VALUE "sessreg".
           COPY "SESSREG.CPY".

       77  Customer-Bkup-Status        PIC X(2).
          88  Customer-Bkup-Eof           VALUE "10".
          88  Customer-Bkup-Not-Found     VALUE "35".
       77  Order-Line-Bkup-Status        PIC X(2).
          88  Order-Line-Bkup-Eof           VALUE "10".
          88  Order-Line-Bkup-Not-Found     VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".
       77  Audit-Catalogue-Status      PIC X(2).
          88  Audit-Catalogue-Eof         VALUE "10".
          88  Audit-Catalogue-Not-Found   VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".

       01  Cust-Bkup-Name.
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Cust-Bkup-Gen           PIC 9(4).
           03  FILLER                  PIC X(4) VALUE ".cst".
       01  Line-Bkup-Name.
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Line-Bkup-Gen           PIC 9(4).
           03  FILLER                  PIC X(4) VALUE ".ord".
       01  Audit-File-Name             PIC X(16).

       01  Gen-Env                     PIC X(4).
       77  Chosen-Gen                  PIC 9(4) COMP VALUE 0.
       01  To-Date-Env                 PIC X(8).
       01  To-Time-Env                 PIC X(6).
       77  Env-Ind                     PIC 9(2) COMP.
       77  Stamp-Build                 PIC 9(8) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Gen-Catalogued-Sw           PIC X(01) VALUE "N".
          88  Gen-Catalogued              VALUE "Y".
       01  Gen-Good-Sw                 PIC X(01) VALUE "N".
          88  Gen-Good                    VALUE "Y".
       01  Gen-Layout                  PIC X(4) VALUE SPACES.

      *    date and time side by side - compared whole, they order
      *    the log the way it was written
       01  Gen-Stamp.
           03  Gen-Stamp-Date          PIC 9(8) VALUE 0.
           03  Gen-Stamp-Time          PIC 9(8) VALUE 0.
       01  Stop-Stamp.
           03  Stop-Stamp-Date         PIC 9(8) VALUE 99999999.
           03  Stop-Stamp-Time         PIC 9(8) VALUE 99999999.
       01  Record-Stamp.
           03  Record-Stamp-Date       PIC 9(8).
           03  Record-Stamp-Time       PIC 9(8).

       01  Confirm-Answer              PIC X(8).

      *    Judging one audit record: the reason it is refused, or
      *    spaces; and for a line named twice in the one record, the
      *    earlier entry stands in for the file.
       01  Refuse-Reason               PIC X(30).
       77  Entry-Ind                   PIC 9(4) COMP.
       77  Prior-Ind                   PIC 9(4) COMP.
       77  Prior-Found-Ind             PIC 9(4) COMP.
       77  Entry-Count                 PIC 9(4) COMP.
       01  Check-Ord-Val               PIC S9(7)V99 COMP.
       01  Check-Pay-Val               PIC S9(7)V99 COMP.
       01  Ord-No-Edit                 PIC 9(6).

       77  Cust-Restored               PIC 9(8) VALUE 0.
       77  Line-Restored               PIC 9(8) VALUE 0.
       77  Generations-Read            PIC 9(4) VALUE 0.
       77  Before-Gen-Count            PIC 9(8) VALUE 0.
       77  Past-Stop-Count             PIC 9(8) VALUE 0.
       77  Replayed-Count              PIC 9(8) VALUE 0.
       77  Refused-Count               PIC 9(8) VALUE 0.

       01  Report-Heading.
           03  FILLER                  PIC X(37) VALUE
               "CUSTRFWD ROLL FORWARD FROM GENERATION".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rph-Gen                 PIC 9(4).
           03  FILLER                  PIC X(9) VALUE " UP TO   ".
           03  Rph-Stop-Date           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rph-Stop-Time           PIC 9(8).
       01  Report-Columns.
           03  FILLER                  PIC X(39) VALUE
               "DATE     TIME     OPERATOR CODE  EV LN ".
           03  FILLER                  PIC X(41) VALUE
               "ACTION   REASON".
       01  Report-Detail.
           03  Rpt-Date                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Time                PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Operator            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Event               PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Lines               PIC Z9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Action              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Reason              PIC X(30).
       01  Report-Total.
           03  Rpt-Total-Label         PIC X(40).
           03  Rpt-Total-Count         PIC Z(7)9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Refuse-While-Sessions-Live
           PERFORM Program-Initialize
           PERFORM Restore-Generation
           PERFORM Replay-The-Audit-Log
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Refuse-While-Sessions-Live SECTION.
      *    As for Custrest - nobody may have the customer suite open
      *    while its masters are overwritten and replayed.

           INITIALIZE Sr-Request
           SET Sr-Action-Check TO TRUE
           MOVE "CUST" TO Sr-Program
           CALL Registry-Service USING Sr-Request
           IF Sr-Busy = "Y"
               DISPLAY "CUSTRFWD: SOMEBODY IS STILL IN THE CUSTOMER "
                       "SUITE - SEE SESSMON"
               GOBACK
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Gen-Env FROM ENVIRONMENT "CUSTRFWD-GEN"
           MOVE 0 TO Chosen-Gen
           PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 4
               MOVE Gen-Env(Env-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Chosen-Gen = Chosen-Gen * 10 + Digit-Cell
               END-IF
           END-PERFORM
           IF Chosen-Gen = 0
               DISPLAY "CUSTRFWD: SET CUSTRFWD-GEN TO A GENERATION "
                       "NUMBER FROM CUSTBKUP.CAT"
               STOP RUN
           END-IF
           PERFORM Convert-Stop-Point

           PERFORM Check-The-Catalogue
           IF NOT Gen-Catalogued
               DISPLAY "CUSTRFWD: GENERATION " Chosen-Gen
                       " IS NOT IN THE CATALOGUE"
               STOP RUN
           END-IF
           IF NOT Gen-Good
               DISPLAY "CUSTRFWD: GENERATION " Chosen-Gen
                       " DID NOT VERIFY GOOD - NOT RESTORABLE"
               STOP RUN
           END-IF
           IF Gen-Layout NOT = "ORDL"
               DISPLAY "CUSTRFWD: GENERATION " Chosen-Gen
                       " PREDATES CUSTORD.ISM - NOT RESTORABLE"
               STOP RUN
           END-IF
           IF Stop-Stamp < Gen-Stamp
               DISPLAY "CUSTRFWD: THE STOP POINT IS BEFORE GENERATION "
                       Chosen-Gen " WAS TAKEN"
               STOP RUN
           END-IF

           DISPLAY "THIS OVERWRITES CUST.ISM AND CUSTORD.ISM WITH "
                   "GENERATION " Chosen-Gen
           DISPLAY "AND REPLAYS THE AUDIT LOG UP TO "
                   Stop-Stamp-Date " " Stop-Stamp-Time
           DISPLAY "TYPE ROLLFWD TO PROCEED: " WITH NO ADVANCING
           ACCEPT Confirm-Answer
           IF Confirm-Answer NOT = "ROLLFWD"
               DISPLAY "NOT CONFIRMED - NOTHING RESTORED"
               STOP RUN
           END-IF

           MOVE Chosen-Gen TO Cust-Bkup-Gen
                              Line-Bkup-Gen
           OPEN OUTPUT Report-File
           MOVE Chosen-Gen TO Rph-Gen
           MOVE Stop-Stamp-Date TO Rph-Stop-Date
           MOVE Stop-Stamp-Time TO Rph-Stop-Time
           MOVE Report-Heading TO Report-Line
           WRITE Report-Line
           MOVE Report-Columns TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Convert-Stop-Point SECTION.
      *    Blank date - no stop, the whole log.  A date with no time
      *    stops at the end of that day.  Audit times carry
      *    hundredths, so a stop time keyed to the second takes in
      *    the whole of that second.

           ACCEPT To-Date-Env FROM ENVIRONMENT "CUSTRFWD-TO-DATE"
           ACCEPT To-Time-Env FROM ENVIRONMENT "CUSTRFWD-TO-TIME"
           IF To-Date-Env NOT = SPACES
               MOVE 0 TO Stamp-Build
               PERFORM VARYING Env-Ind FROM 1 BY 1 UNTIL Env-Ind > 8
                   MOVE To-Date-Env(Env-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Stamp-Build = Stamp-Build * 10
                                           + Digit-Cell
                   END-IF
               END-PERFORM
               MOVE Stamp-Build TO Stop-Stamp-Date
               IF To-Time-Env = SPACES
                   MOVE 23595999 TO Stop-Stamp-Time
               ELSE
                   MOVE 0 TO Stamp-Build
                   PERFORM VARYING Env-Ind FROM 1 BY 1
                                      UNTIL Env-Ind > 6
                       MOVE To-Time-Env(Env-Ind:1) TO Digit-Cell-X
                       IF Digit-Cell-X NUMERIC
                           COMPUTE Stamp-Build = Stamp-Build * 10
                                               + Digit-Cell
                       END-IF
                   END-PERFORM
                   COMPUTE Stop-Stamp-Time = Stamp-Build * 100 + 99
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Check-The-Catalogue SECTION.
      *    The generation's catalogue stamp is where the replay
      *    starts - everything logged after it.

           OPEN INPUT Catalogue-File
           IF Catalogue-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           IF Cat-Gen-No = Chosen-Gen
                               SET Gen-Catalogued TO TRUE
                               MOVE Cat-Layout TO Gen-Layout
                               MOVE Cat-Date TO Gen-Stamp-Date
                               MOVE Cat-Time TO Gen-Stamp-Time
                               IF Cat-Verdict = "GOOD"
                                   SET Gen-Good TO TRUE
                               ELSE
                                   MOVE "N" TO Gen-Good-Sw
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
           END-IF
       .
      *---------------------------------------------------------------*
       Restore-Generation SECTION.
      *    Both files must be there - replaying onto half a
      *    generation would refuse everything touching the other.

           OPEN INPUT Customer-Bkup-File
           IF Customer-Bkup-Not-Found
               DISPLAY "CUSTRFWD: NO " Cust-Bkup-Name
                       " - NOTHING RESTORED"
               STOP RUN
           END-IF
           OPEN INPUT Order-Line-Bkup-File
           IF Order-Line-Bkup-Not-Found
               DISPLAY "CUSTRFWD: NO " Line-Bkup-Name
                       " - NOTHING RESTORED"
               CLOSE Customer-Bkup-File
               STOP RUN
           END-IF

           OPEN OUTPUT Customer-File
           PERFORM UNTIL Customer-Bkup-Eof
               READ Customer-Bkup-File NEXT RECORD
                   AT END
                       SET Customer-Bkup-Eof TO TRUE
                   NOT AT END
                       MOVE Bk-Customer-Record TO Customer-Record
                       WRITE Customer-Record
                       ADD 1 TO Cust-Restored
               END-READ
           END-PERFORM
           CLOSE Customer-File
           CLOSE Customer-Bkup-File

           OPEN OUTPUT Order-Line-File
           PERFORM UNTIL Order-Line-Bkup-Eof
               READ Order-Line-Bkup-File NEXT RECORD
                   AT END
                       SET Order-Line-Bkup-Eof TO TRUE
                   NOT AT END
                       MOVE Bk-Order-Line-Record TO Order-Line-Record
                       WRITE Order-Line-Record
                       ADD 1 TO Line-Restored
               END-READ
           END-PERFORM
           CLOSE Order-Line-File
           CLOSE Order-Line-Bkup-File
       .
      *---------------------------------------------------------------*
       Replay-The-Audit-Log SECTION.
      *    Generations rotated off before the backup was taken hold
      *    nothing after it and are passed over; a later one named
      *    on the catalogue but gone from disk is a hole in the
      *    replay, reported on the listing - whatever depended on it
      *    will then be refused for a before-image that differs.

           OPEN I-O Customer-File
           OPEN I-O Order-Line-File

           OPEN INPUT Audit-Catalogue-File
           IF Audit-Catalogue-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Audit-Catalogue-Eof
                   READ Audit-Catalogue-File
                       AT END
                           SET Audit-Catalogue-Eof TO TRUE
                       NOT AT END
                           IF Acat-Rotated-Date NOT < Gen-Stamp-Date
                               MOVE Acat-File-Name TO Audit-File-Name
                               PERFORM Replay-One-Audit-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Audit-Catalogue-File
           END-IF

           MOVE "custaudt.log" TO Audit-File-Name
           PERFORM Replay-One-Audit-File

           CLOSE Customer-File
           CLOSE Order-Line-File
       .
      *---------------------------------------------------------------*
       Replay-One-Audit-File SECTION.

           OPEN INPUT Audit-File
           IF Audit-File-Not-Found
               IF Audit-File-Name NOT = "custaudt.log"
                   MOVE SPACES TO Report-Line
                   STRING "** CATALOGUED AUDIT GENERATION MISSING: "
                          Audit-File-Name
                          DELIMITED BY SIZE INTO Report-Line
                   WRITE Report-Line
                   DISPLAY "CUSTRFWD: CATALOGUED GENERATION MISSING: "
                           Audit-File-Name
               END-IF
           ELSE
               ADD 1 TO Generations-Read
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Replay-One-Audit-Record
                   END-READ
               END-PERFORM
               CLOSE Audit-File
           END-IF
       .
      *---------------------------------------------------------------*
       Replay-One-Audit-Record SECTION.

           MOVE Audit-Date TO Record-Stamp-Date
           MOVE Audit-Time TO Record-Stamp-Time
           EVALUATE TRUE
               WHEN Record-Stamp NOT > Gen-Stamp
                   ADD 1 TO Before-Gen-Count
               WHEN Record-Stamp > Stop-Stamp
                   ADD 1 TO Past-Stop-Count
               WHEN OTHER
                   PERFORM Judge-Audit-Record
                   IF Refuse-Reason = SPACES
                       PERFORM Apply-Audit-Record
                       MOVE "REPLAYED" TO Rpt-Action
                       ADD 1 TO Replayed-Count
                   ELSE
                       MOVE "REFUSED " TO Rpt-Action
                       ADD 1 TO Refused-Count
                   END-IF
                   PERFORM Write-Replay-Line
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Judge-Audit-Record SECTION.
      *    The customer first - its limit and whole balance - then
      *    each line the record names.

           MOVE SPACES TO Refuse-Reason
           MOVE 0 TO Entry-Count
           MOVE Audit-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO Refuse-Reason
           END-READ
           IF Refuse-Reason = SPACES
               IF File-C-Limit NOT = Audit-Limit-Before
                   MOVE "LIMIT BEFORE DIFFERS" TO Refuse-Reason
               ELSE
                   IF File-C-Balance NOT = Audit-Bal-Before
                       MOVE "BALANCE BEFORE DIFFERS" TO Refuse-Reason
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING Entry-Ind FROM 1 BY 1
                   UNTIL Entry-Ind > 10 OR Refuse-Reason NOT = SPACES
               PERFORM Judge-One-Entry
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-One-Entry SECTION.
      *    An entry with values but no order number was logged
      *    before the audit carried the line's identity - there is
      *    no knowing which line to replay it on.

           IF Audit-Ord-No(Entry-Ind) NOT NUMERIC
              OR Audit-Ord-No(Entry-Ind) = 0
               IF Audit-Ord-Val-Before(Entry-Ind) NOT = 0
                  OR Audit-Pay-Val-Before(Entry-Ind) NOT = 0
                  OR Audit-Ord-Val-After(Entry-Ind) NOT = 0
                  OR Audit-Pay-Val-After(Entry-Ind) NOT = 0
                   MOVE "LINE NOT IDENTIFIED ON THE LOG"
                                                   TO Refuse-Reason
               END-IF
           ELSE
               ADD 1 TO Entry-Count
               MOVE 0 TO Prior-Found-Ind
               PERFORM VARYING Prior-Ind FROM 1 BY 1
                                  UNTIL Prior-Ind = Entry-Ind
                   IF Audit-Ord-No(Prior-Ind) = Audit-Ord-No(Entry-Ind)
                       MOVE Prior-Ind TO Prior-Found-Ind
                   END-IF
               END-PERFORM
               IF Prior-Found-Ind NOT = 0
                   MOVE Audit-Ord-Val-After(Prior-Found-Ind)
                                                   TO Check-Ord-Val
                   MOVE Audit-Pay-Val-After(Prior-Found-Ind)
                                                   TO Check-Pay-Val
               ELSE
                   MOVE Audit-C-Code TO Ordl-C-Code
                   MOVE Audit-Ord-No(Entry-Ind) TO Ordl-Ord-No
                   READ Order-Line-File KEY IS Ordl-Key
                       INVALID KEY
                           MOVE 0 TO Check-Ord-Val
                           MOVE 0 TO Check-Pay-Val
                       NOT INVALID KEY
                           MOVE Ordl-Ord-Val TO Check-Ord-Val
                           MOVE Ordl-Pay-Val TO Check-Pay-Val
                   END-READ
               END-IF
               IF Check-Ord-Val NOT = Audit-Ord-Val-Before(Entry-Ind)
                  OR Check-Pay-Val NOT =
                                     Audit-Pay-Val-Before(Entry-Ind)
                   MOVE Audit-Ord-No(Entry-Ind) TO Ord-No-Edit
                   STRING "LINE " Ord-No-Edit " BEFORE DIFFERS"
                          DELIMITED BY SIZE INTO Refuse-Reason
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Apply-Audit-Record SECTION.
      *    Lines first, in entry order, then the customer - its
      *    limit and balance as the record left them, or gone
      *    altogether when the record is its deletion.  A personal
      *    data erasure is made again, so a restore cannot bring
      *    back what Dpsubj took out.

           PERFORM VARYING Entry-Ind FROM 1 BY 1 UNTIL Entry-Ind > 10
               IF Audit-Ord-No(Entry-Ind) NUMERIC
                  AND Audit-Ord-No(Entry-Ind) NOT = 0
                   PERFORM Apply-One-Entry
               END-IF
           END-PERFORM

           MOVE Audit-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Audit-Event-Cust-Deleted
                       DELETE Customer-File
                   ELSE
                       IF Audit-Event-Data-Erased
                           MOVE "ERASED" TO File-C-Name
                           MOVE SPACES TO File-C-Addr1
                           MOVE SPACES TO File-C-Addr2
                           MOVE SPACES TO File-C-Addr3
                           MOVE SPACES TO File-C-Addr4
                           MOVE SPACES TO File-C-Image-Path
                       END-IF
                       MOVE Audit-Limit-After TO File-C-Limit
                       MOVE Audit-Bal-After   TO File-C-Balance
                       REWRITE Customer-Record
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Apply-One-Entry SECTION.

           MOVE Audit-C-Code TO Ordl-C-Code
           MOVE Audit-Ord-No(Entry-Ind) TO Ordl-Ord-No
           IF Audit-Line-Off-File(Entry-Ind)
               DELETE Order-Line-File
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       INITIALIZE Order-Line-Record
                       MOVE Audit-C-Code TO Ordl-C-Code
                       MOVE Audit-Ord-No(Entry-Ind) TO Ordl-Ord-No
                       PERFORM Take-Customer-Company
                       PERFORM Fill-Line-From-Entry
                       WRITE Order-Line-Record
                   NOT INVALID KEY
                       PERFORM Fill-Line-From-Entry
                       REWRITE Order-Line-Record
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Take-Customer-Company SECTION.
      *    A line the roll-forward has to write afresh is sold under
      *    the customer's trading company, as it was when written.

           MOVE Audit-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   MOVE SPACES TO Ordl-Company
               NOT INVALID KEY
                   MOVE File-C-Company TO Ordl-Company
           END-READ
       .
      *---------------------------------------------------------------*
       Fill-Line-From-Entry SECTION.

           MOVE Audit-Ord-Date-After(Entry-Ind)   TO Ordl-Ord-Date
           MOVE Audit-Ord-Val-After(Entry-Ind)    TO Ordl-Ord-Val
           MOVE Audit-Pay-Val-After(Entry-Ind)    TO Ordl-Pay-Val
           MOVE Audit-Ord-Type-After(Entry-Ind)   TO Ordl-Ord-Type
           MOVE Audit-Ord-Status-After(Entry-Ind) TO Ordl-Ord-Status
           MOVE Audit-Ord-Curr-After(Entry-Ind)   TO Ordl-Ord-Curr
           MOVE Audit-Ord-Curr-Val-After(Entry-Ind)
                                                   TO Ordl-Ord-Curr-Val
       .
      *---------------------------------------------------------------*
       Write-Replay-Line SECTION.

           MOVE Audit-Date        TO Rpt-Date
           MOVE Audit-Time        TO Rpt-Time
           MOVE Audit-Operator-Id TO Rpt-Operator
           MOVE Audit-C-Code      TO Rpt-C-Code
           MOVE Audit-Event       TO Rpt-Event
           MOVE Entry-Count       TO Rpt-Lines
           MOVE Refuse-Reason     TO Rpt-Reason
           MOVE Report-Detail TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Report-Total TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "CUSTOMER RECORDS RESTORED" TO Rpt-Total-Label
           MOVE Cust-Restored TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "ORDER LINES RESTORED" TO Rpt-Total-Label
           MOVE Line-Restored TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "AUDIT FILES READ" TO Rpt-Total-Label
           MOVE Generations-Read TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS ALREADY IN THE GENERATION" TO Rpt-Total-Label
           MOVE Before-Gen-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS REPLAYED" TO Rpt-Total-Label
           MOVE Replayed-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS REFUSED" TO Rpt-Total-Label
           MOVE Refused-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           MOVE "RECORDS AFTER THE STOP POINT" TO Rpt-Total-Label
           MOVE Past-Stop-Count TO Rpt-Total-Count
           PERFORM Write-Total-Line
           CLOSE Report-File

           DISPLAY "RESTORED FROM GENERATION " Chosen-Gen ": "
                   Cust-Restored " CUST, " Line-Restored " LINES"
           DISPLAY "AUDIT RECORDS REPLAYED " Replayed-Count
                   ", REFUSED " Refused-Count " - SEE CUSTRFWD.PRT"
           IF Refused-Count NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
       .

      *****************************************************************
