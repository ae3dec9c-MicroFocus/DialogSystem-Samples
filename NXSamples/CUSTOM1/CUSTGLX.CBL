      *      - the slice of the order-value movement that was
      *        interest is recognised from the exempt ("X") rows
      *        Custint stamps on ordtax.ism with today's date, and
      *        credited to INTINC instead of SALES;
      *      - the slice of the paid movement that was settlement
      *        discount allowed, not cash, is recognised from the
      *        rows Custcash writes to custsdsc.dat with today's
      *        date, and debited to DISCALL instead of CASH.
      *    Lines are summarised by File-C-Area (a one-pass
      *    code-to-area map is taken off cust.ism first) and written
      *    to the interchange file gljourn.dat with a control-total
      *    trailer - record count, total debits, total credits - the
      *    package checks before accepting.  Debits equal credits by
      *    construction; the trailer proves it arrived that way.
      *    gljourn.dat starts afresh every night, so each detail line
      *    is also kept on the journal history gljhist.ism (see
      *    GLJHIST.CPY) where a period's totals can be summed again
      *    later; a rerun on the same day replaces that day's lines.
      *    The run's control record goes to the shared control-total
      *    file: today's audit entries read and, as the money in,
      *    the cash Custcash posted today (the paid movement on the
      *    audit records it names in Audit-Reason, less today's
      *    settlement discount); journal lines written and the net
      *    CASH journalled as the money out.  Custcbal proves the
      *    first equals what Custcash says it applied.
      *    Each trading company (see COMPLOOK.CBL) takes its own
      *    journal - the site's own company gljourn.dat's name with
      *    its code set in, gljourn.01.dat, the second company
      *    gljourn.02.dat - each with its own trailer, as each
      *    company's books are fed separately; a customer's
      *    movement goes to their File-C-Company's journal, a blank
      *    code or a customer deleted since the save to the site's
      *    own.  With a single company the one journal is
      *    gljourn.dat as it always was.  The history on gljhist.ism
      *    and the control record stay the whole suite's.
      *    The club receivables ledger's journal lines come in from
      *    gljclub.dat, which race-glx (see CLUBGLX.CBL) writes
      *    earlier in the window: its detail lines go into the site's
      *    own company's journal ahead of the trailer, so the package
      *    takes one file under one set of control totals, and onto
      *    gljhist.ism under tonight's date like every other line -
      *    a rerun here clears and carries them again.  The file is
      *    taken only when its header is later than the last one
      *    carried (or is that one again, rerun on the same night)
      *    and its own trailer agrees with its lines; otherwise it
      *    is left out whole and the console says why.  What was
      *    carried is acknowledged on gljclub.ack (see GLJCACK.CPY)
      *    and race-glx sends again whatever was never
      *    acknowledged, so a file left out is not lost.  What was
      *    offered and what was carried goes to the control file
      *    under GLXCLUB for Custcbal to hold against race-glx's own
      *    record.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Tax-File-Status.

           SELECT Journal-File ASSIGN DYNAMIC Journal-File-Name
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Discount-File ASSIGN "custsdsc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Discount-File-Status.

           SELECT Club-Journal-File ASSIGN "gljclub.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Club-Journal-File-Status.

           SELECT Club-Ack-File ASSIGN "gljclub.ack"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Club-Ack-File-Status.

           SELECT Gl-History-File ASSIGN "gljhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Glh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Gl-History-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

           03  FILLER                  PIC X(1).
           03  Jnl-Date                PIC 9(8).

       FD  Discount-File.
           COPY "CUSTSDSC.CPY".

      *    race-glx's journal - Journal-Record's layout, led by an
      *    "H" line whose date is the night it was written
       FD  Club-Journal-File.
       01  Club-Journal-Record.
           03  Cjl-Line-Type           PIC X.
           03  FILLER                  PIC X(1).
           03  Cjl-Account             PIC X(8).
           03  FILLER                  PIC X(1).
           03  Cjl-Area                PIC X.
           03  FILLER                  PIC X(1).
           03  Cjl-Debit               PIC 9(9)V99.
           03  FILLER                  PIC X(1).
           03  Cjl-Credit              PIC 9(9)V99.
           03  FILLER                  PIC X(1).
           03  Cjl-Date                PIC 9(8).

       FD  Club-Ack-File.
           COPY "GLJCACK.CPY".

       FD  Gl-History-File.
           COPY "GLJHIST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    that cannot hold everyone misfiles their GL movement
      *    under the blank area
       78  Max-Map-Customers           VALUE 25000.
      *    an area's movement is kept apart per trading company
       78  Max-Areas                   VALUE 256.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Order-Tax-File-Eof          VALUE "10".
          88  Order-Tax-File-Not-Found    VALUE "35".

       77  Discount-File-Status        PIC X(2).
          88  Discount-File-Eof           VALUE "10".
          88  Discount-File-Not-Found     VALUE "35".

       77  Gl-History-File-Status      PIC X(2).
          88  Gl-History-File-Not-Found   VALUE "35".

       77  Club-Journal-File-Status    PIC X(2).
          88  Club-Journal-File-Eof       VALUE "10".
          88  Club-Journal-Not-Found      VALUE "35".
       77  Club-Ack-File-Status        PIC X(2).
          88  Club-Ack-Not-Found          VALUE "35".
       01  Club-Journal-Sw             PIC X(01) VALUE "N".
          88  Club-Journal-Fit            VALUE "Y".
       01  Club-Carried-Sw             PIC X(01) VALUE "N".
          88  Club-Journal-Carried        VALUE "Y".
      *    the acknowledgement as found - see GLJCACK.CPY
       01  Last-Club-Ack.
           03  Last-Header-Date        PIC 9(8) VALUE 0.
           03  Last-Carried-On         PIC 9(8) VALUE 0.
           03  Last-Prior-Date         PIC 9(8) VALUE 0.
       01  Club-Header-Date            PIC 9(8).
       01  Club-Trailer-Sw             PIC X(01).
          88  Club-Trailer-Agrees         VALUE "Y".
       77  Club-Lines-Read             PIC 9(6) VALUE 0.
       77  Club-Debits-Read            PIC 9(11)V99 VALUE 0.
       77  Club-Credits-Read           PIC 9(11)V99 VALUE 0.
       77  Club-Lines-Taken            PIC 9(6) VALUE 0.
       77  Club-Debits-Taken           PIC 9(11)V99 VALUE 0.

       01  History-Clear-Sw            PIC X(01) VALUE "N".
          88  History-Cleared             VALUE "Y".

       77  Array-Ind                   PIC 9(4) COMP.
       77  Map-Ind                     PIC 9(5) COMP.
       77  Map-Count                   PIC 9(5) COMP VALUE 0.
           03  Cm-Entry OCCURS Max-Map-Customers.
               05  Cm-C-Code           PIC X(5).
               05  Cm-Area             PIC X.
               05  Cm-Company          PIC X(2).

       01  Area-Movements.
           03  Am-Entry OCCURS Max-Areas.
               05  Am-Company          PIC X(2).
               05  Am-Area             PIC X.
               05  Am-Ord-Delta        PIC S9(11)V99 COMP.
               05  Am-Pay-Delta        PIC S9(11)V99 COMP.
               05  Am-Interest         PIC S9(11)V99 COMP.
               05  Am-Discount         PIC S9(11)V99 COMP.

       01  This-Area                   PIC X.
       01  This-Company                PIC X(2).
       77  Before-Sum                  PIC S9(11)V99 COMP.
       77  After-Sum                   PIC S9(11)V99 COMP.
       77  Ord-Delta-Wrk               PIC S9(11)V99 COMP.
       77  Pay-Delta-Wrk               PIC S9(11)V99 COMP.
       77  Sales-Slice                 PIC S9(11)V99 COMP.
       77  Cash-Slice                  PIC S9(11)V99 COMP.

       77  Total-Debits                PIC 9(11)V99 VALUE 0.
       77  Total-Credits               PIC 9(11)V99 VALUE 0.

      *    one journal per trading company, each with its own trailer
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Journal-File-Name           PIC X(64).
       01  Home-Company                PIC X(2).
       01  Journal-Company             PIC X(2).
       77  Company-Ind                 PIC 9(2) COMP.
       77  Company-Lines               PIC 9(6).
       77  Company-Debits              PIC 9(11)V99.
       77  Company-Credits             PIC 9(11)V99.
       77  Journal-Files               PIC 9(2) VALUE 0.

       77  Audit-Entries-Read          PIC 9(7) VALUE 0.
       77  Custcash-Paid               PIC S9(11)V99 COMP VALUE 0.
       77  Discount-Today              PIC S9(11)V99 COMP VALUE 0.
       77  Cash-Journalled             PIC S9(11)V99 COMP VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Run-Date                    PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM Load-Area-Map
           PERFORM Gather-Audit-Movement
           PERFORM Gather-Interest-Slice
           PERFORM Gather-Discount-Slice
           PERFORM Judge-Club-Journal
           PERFORM Write-Journal-Lines
           PERFORM Program-Terminate
       .
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           SET Cmk-Action-Find TO TRUE
           MOVE SPACES TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company

           OPEN I-O Gl-History-File
           IF Gl-History-File-Not-Found
               OPEN OUTPUT Gl-History-File
               CLOSE Gl-History-File
               OPEN I-O Gl-History-File
           END-IF
           PERFORM Clear-Todays-History
       .
      *---------------------------------------------------------------*
       Clear-Todays-History SECTION.
      *    A rerun must not count the day twice when the period's
      *    journal totals are summed.

           MOVE LOW-VALUES TO Glh-Key
           MOVE Run-Date TO Glh-Date
           START Gl-History-File KEY NOT LESS THAN Glh-Key
               INVALID KEY
                   SET History-Cleared TO TRUE
           END-START
           PERFORM UNTIL History-Cleared
               READ Gl-History-File NEXT RECORD
                   AT END
                       SET History-Cleared TO TRUE
                   NOT AT END
                       IF Glh-Date = Run-Date
                           DELETE Gl-History-File RECORD
                       ELSE
                           SET History-Cleared TO TRUE
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Load-Area-Map SECTION.
                           ADD 1 TO Map-Count
                           MOVE File-C-Code TO Cm-C-Code(Map-Count)
                           MOVE File-C-Area TO Cm-Area(Map-Count)
                           PERFORM Map-Customer-Company
                       ELSE
                           SET Map-Truncated TO TRUE
                       END-IF
           END-PERFORM
           CLOSE Customer-File
       .
      *---------------------------------------------------------------*
       Map-Customer-Company SECTION.
      *    A code no longer on company.ism falls back to the site's
      *    own company, so no movement drops out of every journal.

           SET Cmk-Action-Find TO TRUE
           MOVE File-C-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Found
               MOVE Cmk-Company TO Cm-Company(Map-Count)
           ELSE
               MOVE Home-Company TO Cm-Company(Map-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Audit-Movement SECTION.

           END-PERFORM
           COMPUTE Pay-Delta-Wrk = After-Sum - Before-Sum

           ADD 1 TO Audit-Entries-Read
           IF Audit-Reason(1:13) = "CUSTCASH RUN "
               ADD Pay-Delta-Wrk TO Custcash-Paid
           END-IF

           IF Ord-Delta-Wrk NOT = 0 OR Pay-Delta-Wrk NOT = 0
               PERFORM Find-Customer-Area
               PERFORM Find-Area-Slot
      *---------------------------------------------------------------*
       Find-Customer-Area SECTION.
      *    A customer deleted since the save files under the blank
      *    area of the site's own company rather than losing the
      *    movement.

           MOVE SPACE TO This-Area
           MOVE Home-Company TO This-Company
           PERFORM VARYING Map-Ind FROM 1 BY 1
                              UNTIL Map-Ind > Map-Count
               IF Cm-C-Code(Map-Ind) = Audit-C-Code
                   MOVE Cm-Area(Map-Ind) TO This-Area
                   MOVE Cm-Company(Map-Ind) TO This-Company
               END-IF
           END-PERFORM
       .
                              UNTIL Area-Ind > Area-Count
                                    OR This-Area-Ind NOT = 0
               IF Am-Area(Area-Ind) = This-Area
                  AND Am-Company(Area-Ind) = This-Company
                   MOVE Area-Ind TO This-Area-Ind
               END-IF
           END-PERFORM

           IF This-Area-Ind = 0 AND Area-Count < Max-Areas
               ADD 1 TO Area-Count
               MOVE This-Company TO Am-Company(Area-Count)
               MOVE This-Area TO Am-Area(Area-Count)
               MOVE 0 TO Am-Ord-Delta(Area-Count)
               MOVE 0 TO Am-Pay-Delta(Area-Count)
               MOVE 0 TO Am-Interest(Area-Count)
               MOVE 0 TO Am-Discount(Area-Count)
               MOVE Area-Count TO This-Area-Ind
           END-IF
       .
       Slice-One-Interest-Row SECTION.

           MOVE SPACE TO This-Area
           MOVE Home-Company TO This-Company
           PERFORM VARYING Map-Ind FROM 1 BY 1
                              UNTIL Map-Ind > Map-Count
               IF Cm-C-Code(Map-Ind) = Otx-C-Code
                   MOVE Cm-Area(Map-Ind) TO This-Area
                   MOVE Cm-Company(Map-Ind) TO This-Company
               END-IF
           END-PERFORM
           PERFORM Find-Area-Slot
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Discount-Slice SECTION.
      *    The settlement discount rows Custcash wrote today name
      *    exactly the paid movement that was allowance, not cash.

           OPEN INPUT Discount-File
           IF Discount-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Discount-File-Eof
                   READ Discount-File
                       AT END
                           SET Discount-File-Eof TO TRUE
                       NOT AT END
                           IF Sdd-Date = Run-Date
                               PERFORM Slice-One-Discount-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Discount-File
           END-IF
       .
      *---------------------------------------------------------------*
       Slice-One-Discount-Row SECTION.

           MOVE SPACE TO This-Area
           MOVE Home-Company TO This-Company
           PERFORM VARYING Map-Ind FROM 1 BY 1
                              UNTIL Map-Ind > Map-Count
               IF Cm-C-Code(Map-Ind) = Sdd-C-Code
                   MOVE Cm-Area(Map-Ind) TO This-Area
                   MOVE Cm-Company(Map-Ind) TO This-Company
               END-IF
           END-PERFORM
           PERFORM Find-Area-Slot
           IF This-Area-Ind NOT = 0
               ADD Sdd-Amount TO Am-Discount(This-Area-Ind)
           END-IF
           ADD Sdd-Amount TO Discount-Today
       .
      *---------------------------------------------------------------*
       Judge-Club-Journal SECTION.
      *    A first pass only - the header must be one not carried
      *    before (or the one carried tonight, on a rerun) and the
      *    trailer must total the detail lines, or a stale or
      *    half-written file would go to the package as tonight's.
      *    A file left out costs nothing: its movements are not
      *    acknowledged, so race-glx sends them again.

           PERFORM Read-Club-Ack
           MOVE 0 TO Club-Header-Date
           MOVE "N" TO Club-Trailer-Sw
           OPEN INPUT Club-Journal-File
           IF Club-Journal-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Club-Journal-File-Eof
                   READ Club-Journal-File
                       AT END
                           SET Club-Journal-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Judge-One-Club-Line
                   END-READ
               END-PERFORM
               CLOSE Club-Journal-File
               EVALUATE TRUE
                   WHEN NOT Club-Trailer-Agrees
                     OR Club-Header-Date = 0
                       DISPLAY "CUSTGLX: GLJCLUB.DAT DOES NOT AGREE "
                               "WITH ITS TRAILER - CLUB LINES LEFT "
                               "OUT; RACE-GLX SENDS THEM AGAIN"
                   WHEN Club-Header-Date > Last-Header-Date
                       SET Club-Journal-Fit TO TRUE
                   WHEN Club-Header-Date = Last-Header-Date
                    AND Last-Carried-On = Run-Date
                       SET Club-Journal-Fit TO TRUE
                   WHEN OTHER
                       DISPLAY "CUSTGLX: GLJCLUB.DAT WAS CARRIED ON "
                               Last-Carried-On " - NO NEW CLUB LINES;"
                               " HAS RACE-GLX RUN?"
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Club-Ack SECTION.
      *    No acknowledgement yet - nothing has ever been carried.

           OPEN INPUT Club-Ack-File
           IF NOT Club-Ack-Not-Found
               READ Club-Ack-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Gca-Header-Date TO Last-Header-Date
                       MOVE Gca-Carried-On  TO Last-Carried-On
                       MOVE Gca-Prior-Date  TO Last-Prior-Date
               END-READ
               CLOSE Club-Ack-File
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Club-Line SECTION.

           EVALUATE Cjl-Line-Type
               WHEN "H"
                   MOVE Cjl-Date TO Club-Header-Date
               WHEN "D"
                   ADD 1 TO Club-Lines-Read
                   ADD Cjl-Debit TO Club-Debits-Read
                   ADD Cjl-Credit TO Club-Credits-Read
               WHEN "T"
                   IF Cjl-Date = Club-Lines-Read
                      AND Cjl-Debit = Club-Debits-Read
                      AND Cjl-Credit = Club-Credits-Read
                       SET Club-Trailer-Agrees TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Write-Journal-Lines SECTION.
      *    A single company takes the one journal under its old name
      *    and every area; otherwise each company on the table takes
      *    its own file, written even when it moved nothing so the
      *    package always finds tonight's trailer.

           IF Cmk-Single-Company
               MOVE SPACES TO Journal-Company
               PERFORM Write-Company-Journal
           ELSE
               PERFORM VARYING Company-Ind FROM 1 BY 1
                          UNTIL Company-Ind > Cmk-Company-Count
                   SET Cmk-Action-Entry TO TRUE
                   MOVE Company-Ind TO Cmk-Entry-No
                   CALL Company-Lookup-Service USING Company-Lookup
                   MOVE Cmk-Company TO Journal-Company
                   PERFORM Write-Company-Journal
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Company-Journal SECTION.

           SET Cmk-Action-File TO TRUE
           MOVE Journal-Company TO Cmk-Company
           MOVE "gljourn.dat" TO Cmk-File-Name
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-File-Name TO Journal-File-Name
           MOVE 0 TO Company-Lines
           MOVE 0 TO Company-Debits
           MOVE 0 TO Company-Credits
           OPEN OUTPUT Journal-File
           PERFORM VARYING Area-Ind FROM 1 BY 1
                              UNTIL Area-Ind > Area-Count
               IF Journal-Company = SPACES
                  OR Am-Company(Area-Ind) = Journal-Company
                   PERFORM Write-One-Area
               END-IF
           END-PERFORM
           IF Club-Journal-Fit
              AND (Journal-Company = SPACES
                   OR Journal-Company = Home-Company)
               PERFORM Take-Club-Journal-Lines
           END-IF
           PERFORM Write-Control-Trailer
           CLOSE Journal-File
           ADD 1 TO Journal-Files
       .
      *---------------------------------------------------------------*
       Write-One-Area SECTION.
      *    Order-value movement: DEBTORS against SALES and INTINC.
      *    Paid movement: CASH and DISCALL against DEBTORS.  A
      *    negative delta (credit notes, reversals) swaps sides
      *    rather than going out as negative money.

           IF Am-Ord-Delta(Area-Ind) NOT = 0
               COMPUTE Sales-Slice = Am-Ord-Delta(Area-Ind)
               PERFORM Post-Pair-Debtors-Up
           END-IF
           IF Am-Pay-Delta(Area-Ind) NOT = 0
              OR Am-Discount(Area-Ind) NOT = 0
               PERFORM Post-Pair-Cash-In
           END-IF
       .
       .
      *---------------------------------------------------------------*
       Post-Pair-Cash-In SECTION.
      *    The discount slice is allowance, not money banked - it
      *    comes off the CASH side and goes to DISCALL, the
      *    DEBTORS side still taking the whole paid movement.

           MOVE Am-Area(Area-Ind) TO Jnl-Area
           COMPUTE Cash-Slice = Am-Pay-Delta(Area-Ind)
                              - Am-Discount(Area-Ind)
           ADD Cash-Slice TO Cash-Journalled
           IF Cash-Slice NOT = 0
               MOVE "CASH    " TO Jnl-Account
               IF Cash-Slice > 0
                   MOVE Cash-Slice TO Jnl-Debit
                   MOVE 0 TO Jnl-Credit
               ELSE
                   MOVE 0 TO Jnl-Debit
                   COMPUTE Jnl-Credit = 0 - Cash-Slice
               END-IF
               PERFORM Write-One-Journal-Line
           END-IF

           IF Am-Discount(Area-Ind) NOT = 0
               MOVE "DISCALL " TO Jnl-Account
               MOVE Am-Discount(Area-Ind) TO Jnl-Debit
               MOVE 0 TO Jnl-Credit
               PERFORM Write-One-Journal-Line
           END-IF

           IF Am-Pay-Delta(Area-Ind) NOT = 0
               MOVE "DEBTORS " TO Jnl-Account
               IF Am-Pay-Delta(Area-Ind) > 0
                   MOVE 0 TO Jnl-Debit
                   MOVE Am-Pay-Delta(Area-Ind) TO Jnl-Credit
               ELSE
                   COMPUTE Jnl-Debit = 0 - Am-Pay-Delta(Area-Ind)
                   MOVE 0 TO Jnl-Credit
               END-IF
               PERFORM Write-One-Journal-Line
           END-IF
       .
           ADD 1 TO Journal-Lines
           ADD Jnl-Debit TO Total-Debits
           ADD Jnl-Credit TO Total-Credits
           ADD 1 TO Company-Lines
           ADD Jnl-Debit TO Company-Debits
           ADD Jnl-Credit TO Company-Credits
           WRITE Journal-Record
           PERFORM Keep-Journal-History
       .
      *---------------------------------------------------------------*
       Take-Club-Journal-Lines SECTION.
      *    The club lines keep their own movement dates on the
      *    journal; the header and trailer stay behind.

           OPEN INPUT Club-Journal-File
           PERFORM UNTIL Club-Journal-File-Eof
               READ Club-Journal-File
                   AT END
                       SET Club-Journal-File-Eof TO TRUE
                   NOT AT END
                       IF Cjl-Line-Type = "D"
                           PERFORM Write-One-Club-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Club-Journal-File
           SET Club-Journal-Carried TO TRUE
       .
      *---------------------------------------------------------------*
       Write-One-Club-Line SECTION.

           MOVE Club-Journal-Record TO Journal-Record
           ADD 1 TO Journal-Lines
           ADD Jnl-Debit TO Total-Debits
           ADD Jnl-Credit TO Total-Credits
           ADD 1 TO Company-Lines
           ADD Jnl-Debit TO Company-Debits
           ADD Jnl-Credit TO Company-Credits
           WRITE Journal-Record
           PERFORM Keep-Journal-History
           ADD 1 TO Club-Lines-Taken
           ADD Jnl-Debit TO Club-Debits-Taken
       .
      *---------------------------------------------------------------*
       Keep-Journal-History SECTION.
      *    DEBTORS can take two lines on one side for an area - the
      *    order-value line and the paid-value line both credit it
      *    when credit notes and receipts net that way - so a second
      *    line for the same key adds to the first.

           MOVE Run-Date    TO Glh-Date
           MOVE Jnl-Area    TO Glh-Area
           MOVE Jnl-Account TO Glh-Account
           IF Jnl-Debit NOT = 0
               MOVE "D" TO Glh-Side
           ELSE
               MOVE "C" TO Glh-Side
           END-IF
           READ Gl-History-File
               INVALID KEY
                   ADD Jnl-Debit Jnl-Credit GIVING Glh-Amount
                   WRITE Gl-History-Record
               NOT INVALID KEY
                   ADD Jnl-Debit Jnl-Credit TO Glh-Amount
                   REWRITE Gl-History-Record
           END-READ
       .
      *---------------------------------------------------------------*
       Write-Control-Trailer SECTION.
      *    Count in the area field's place would not fit - the
      *    trailer reuses the money columns for the control totals
      *    and the date field for the line count.  Each journal's
      *    trailer totals that journal alone.

           MOVE "T" TO Jnl-Line-Type
           MOVE "CONTROL " TO Jnl-Account
           MOVE SPACE TO Jnl-Area
           MOVE Company-Debits TO Jnl-Debit
           MOVE Company-Credits TO Jnl-Credit
           MOVE Company-Lines TO Jnl-Date
           WRITE Journal-Record
       .
      *---------------------------------------------------------------*
                       "AREA; RESIZE AND RERUN"
           END-IF
           DISPLAY "JOURNAL LINES: " Journal-Lines
                   " JOURNAL FILES: " Journal-Files
           IF Total-Debits NOT = Total-Credits
               DISPLAY "CUSTGLX: DEBITS DO NOT EQUAL CREDITS - "
                       "DO NOT FEED THIS FILE"
           END-IF
           PERFORM Write-Control-Total
           IF NOT Club-Journal-Not-Found
               PERFORM Write-Club-Control-Total
           END-IF
           CLOSE Gl-History-File
           PERFORM Acknowledge-Club-Journal
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTGLX"          TO Ctl-Job
           MOVE Audit-Entries-Read TO Ctl-Recs-In
           COMPUTE Ctl-Value-In = Custcash-Paid - Discount-Today
           MOVE Journal-Lines      TO Ctl-Recs-Out
           MOVE Cash-Journalled    TO Ctl-Value-Out
           CALL Control-Total-Service USING Control-Total
       .
      *---------------------------------------------------------------*
       Acknowledge-Club-Journal SECTION.
      *    Only once gljourn.dat and gljhist.ism hold the club lines.
      *    A rerun tonight that did not carry them has cleared them
      *    from tonight's history, so tonight's acknowledgement is
      *    withdrawn and race-glx sends them again.

           EVALUATE TRUE
               WHEN Club-Journal-Carried
                   IF Last-Carried-On NOT = Run-Date
                      OR Last-Header-Date NOT = Club-Header-Date
                       MOVE Last-Header-Date TO Last-Prior-Date
                   END-IF
                   MOVE Club-Header-Date TO Last-Header-Date
                   MOVE Run-Date TO Last-Carried-On
                   PERFORM Write-Club-Ack
               WHEN Last-Carried-On = Run-Date
                   MOVE Last-Prior-Date TO Last-Header-Date
                   MOVE 0 TO Last-Carried-On
                   PERFORM Write-Club-Ack
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Write-Club-Ack SECTION.

           OPEN OUTPUT Club-Ack-File
           MOVE SPACES TO Club-Journal-Ack
           MOVE Last-Header-Date TO Gca-Header-Date
           MOVE Last-Carried-On  TO Gca-Carried-On
           MOVE Last-Prior-Date  TO Gca-Prior-Date
           WRITE Club-Journal-Ack
           CLOSE Club-Ack-File
       .
      *---------------------------------------------------------------*
       Write-Club-Control-Total SECTION.
      *    The club hand-off: race-glx's detail lines and debits
      *    offered in, carried into the journal out, a file left out
      *    aside whole.

           INITIALIZE Control-Total
           MOVE "GLXCLUB"          TO Ctl-Job
           MOVE Club-Lines-Read    TO Ctl-Recs-In
           MOVE Club-Debits-Read   TO Ctl-Value-In
           MOVE Club-Lines-Taken   TO Ctl-Recs-Out
           MOVE Club-Debits-Taken  TO Ctl-Value-Out
           COMPUTE Ctl-Recs-Aside = Club-Lines-Read - Club-Lines-Taken
           COMPUTE Ctl-Value-Aside = Club-Debits-Read
                                   - Club-Debits-Taken
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
