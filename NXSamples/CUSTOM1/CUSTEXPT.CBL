      *    credit limit and current balance for the accounting
      *    package's nightly customer-balance feed - the only path
      *    out of cust.ism today is opening each record on screen in
      *    Custom1 by hand.  The balance is recomputed from the
      *    custord.ism lines the same way Custom1's own Derivations
      *    section does, rather than trusting File-C-Balance (which
      *    is only ever as fresh as the last on-screen Save-Record),
      *    since a batch feed should not depend on every customer
      *    Standalone companion sharing cust.ism with Custom1, the
      *    same relationship race-startlist already has with
      *    race-entries in NXSamples/ENTRIES.
      *    The run's control record - customers read, balance lines
      *    written and their total - goes to the shared
      *    control-total file at the end.
      *    Each trading company (see COMPLOOK.CBL) takes its own pair
      *    of feeds, the configured names with its code set in -
      *    custbal.01.dat and custcurr.01.dat for the site's own
      *    company, custbal.02.dat and custcurr.02.dat for the second
      *    - one pass of cust.ism per company; a customer with a
      *    blank company code, or one no longer on company.ism, is
      *    the site's own.  With a single company the one pair keeps
      *    its old names.  The control record still covers the whole
      *    run.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ASSIGN DYNAMIC Currency-Export-Path
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-File-Path
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Currency-Export-File.
       01  Currency-Export-Record.
           03  Cexp-C-Code             PIC X(5).
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Ok            VALUE "00".
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       78  Progress-Service            VALUE "jobprog".
       78  Progress-Step               VALUE 50.
          88  Run-Cancelled               VALUE "Y".
       77  Progress-Tick               PIC 9(4) COMP VALUE 0.

       77  Curr-Ind                    PIC 9(2) COMP.
       77  This-Curr-Ind               PIC 9(2) COMP.
       77  Curr-Count                  PIC 9(2) COMP.
       77  Export-Bal-Wrk               PIC S9(9)V99 COMP.
       77  Export-Count                PIC 9(6) VALUE 0.
       77  Customers-Read              PIC 9(6) VALUE 0.
       77  Export-Bal-Total            PIC S9(11)V99 COMP VALUE 0.
       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.
       77  Line-Curr-Bal-Wrk           PIC S9(9)V99 COMP.

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".
       01  Customer-File-Path          PIC X(64).
       01  Order-Line-File-Path        PIC X(64).
       01  Export-File-Path            PIC X(64).
       01  Currency-Export-Path        PIC X(64).
       01  Export-Base-Path            PIC X(64).
       01  Currency-Base-Path          PIC X(64).

      *    one pair of feeds per trading company
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Export-Company              PIC X(2).
       01  Customer-Company            PIC X(2).
       01  Home-Company                PIC X(2).
       77  Company-Ind                 PIC 9(2) COMP.
       77  Company-Total               PIC 9(2) COMP.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           IF Cmk-Single-Company
               MOVE SPACES TO Export-Company
               PERFORM Export-One-Company
           ELSE
               MOVE Cmk-Company-Count TO Company-Total
               PERFORM VARYING Company-Ind FROM 1 BY 1
                          UNTIL Company-Ind > Company-Total
                                OR Run-Cancelled
                   SET Cmk-Action-Entry TO TRUE
                   MOVE Company-Ind TO Cmk-Entry-No
                   CALL Company-Lookup-Service USING Company-Lookup
                   MOVE Cmk-Company TO Export-Company
                   PERFORM Export-One-Company
               END-PERFORM
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           PERFORM Resolve-File-Paths
           OPEN INPUT Order-Line-File

           SET Cmk-Action-Find TO TRUE
           MOVE SPACES TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company

           MOVE "CUSTEXPT" TO Jp-Job-Name
           MOVE "S" TO Jp-Action
           MOVE 0 TO Jp-Total
           CALL Progress-Service USING Jp-Request
       .
      *---------------------------------------------------------------*
       Export-One-Company SECTION.
      *    Blank Export-Company - the single company - takes every
      *    customer into the feeds under their configured names.

           SET Cmk-Action-File TO TRUE
           MOVE Export-Company TO Cmk-Company
           MOVE Export-Base-Path TO Cmk-File-Name
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-File-Name TO Export-File-Path
           MOVE Currency-Base-Path TO Cmk-File-Name
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-File-Name TO Currency-Export-Path

           OPEN INPUT Customer-File
           OPEN OUTPUT Export-File
           OPEN OUTPUT Currency-Export-File
           PERFORM Read-Next-Customer
           PERFORM Export-One-Customer UNTIL Customer-File-Eof
                                             OR Run-Cancelled
           CLOSE Customer-File
           CLOSE Export-File
           CLOSE Currency-Export-File
       .
      *---------------------------------------------------------------*
       Resolve-File-Paths SECTION.
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Customer-File-Path

           MOVE "CUSTORD" TO Cfg-Logical
           MOVE "custord.ism" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Order-Line-File-Path

           MOVE "CUSTBAL" TO Cfg-Logical
           MOVE "custbal.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Export-Base-Path

           MOVE "CUSTCURR" TO Cfg-Logical
           MOVE "custcurr.dat" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Currency-Base-Path
       .
      *---------------------------------------------------------------*
       Export-One-Customer SECTION.

           IF Export-Company = SPACES
               PERFORM Export-This-Customer
           ELSE
               PERFORM Find-Customer-Company
               IF Customer-Company = Export-Company
                   PERFORM Export-This-Customer
               END-IF
           END-IF
           PERFORM Read-Next-Customer
       .
      *---------------------------------------------------------------*
       Find-Customer-Company SECTION.
      *    A code no longer on company.ism falls back to the site's
      *    own company, so no customer drops out of every feed.

           SET Cmk-Action-Find TO TRUE
           MOVE File-C-Company TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Found
               MOVE Cmk-Company TO Customer-Company
           ELSE
               MOVE Home-Company TO Customer-Company
           END-IF
       .
      *---------------------------------------------------------------*
       Export-This-Customer SECTION.

           ADD 1 TO Customers-Read
           PERFORM Derive-Balance
           MOVE File-C-Code    TO Export-C-Code
           MOVE File-C-Name    TO Export-C-Name
           MOVE Export-Bal-Wrk TO Export-C-Balance
           WRITE Export-Record
           ADD 1 TO Export-Count
           ADD Export-Bal-Wrk TO Export-Bal-Total
           PERFORM Export-Currency-Exposure

      *    Tell the monitor how far along we are, and stop cleanly
               MOVE 0 TO Progress-Tick
               PERFORM Report-Progress
           END-IF
       .
      *---------------------------------------------------------------*
       Derive-Balance SECTION.

           MOVE 0 TO Export-Bal-Wrk
           MOVE File-C-Code TO Ordl-C-Code
           MOVE 0 TO Ordl-Ord-No
           MOVE "N" TO Line-Range-Sw
           START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
               INVALID KEY
                   SET Line-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Line-Range-Done
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Line-Range-Done TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = File-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           ADD Ordl-Ord-Val TO Export-Bal-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Export-Bal-Wrk
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*

           MOVE 0 TO Curr-Count
           INITIALIZE Currency-Totals
           MOVE File-C-Code TO Ordl-C-Code
           MOVE 0 TO Ordl-Ord-No
           MOVE "N" TO Line-Range-Sw
           START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
               INVALID KEY
                   SET Line-Range-Done TO TRUE
           END-START
           PERFORM UNTIL Line-Range-Done
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Line-Range-Done TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = File-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           IF Ordl-Ord-Curr NOT = SPACES
                               PERFORM Total-One-Currency-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING Curr-Ind FROM 1 BY 1
      *    outstanding by the line's own captured amounts, so a
      *    part-paid line reports the unpaid share on both sides.

           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val
                                - Ordl-Pay-Val
           IF Ordl-Ord-Val = 0
               MOVE 0 TO Line-Curr-Bal-Wrk
           ELSE
               COMPUTE Line-Curr-Bal-Wrk ROUNDED =
                   Ordl-Ord-Curr-Val * Line-Bal-Wrk
                   / Ordl-Ord-Val
           END-IF

           MOVE 0 TO This-Curr-Ind
           PERFORM VARYING Curr-Ind FROM 1 BY 1
                              UNTIL Curr-Ind > Curr-Count
                                    OR This-Curr-Ind NOT = 0
               IF Ctot-Curr(Curr-Ind) = Ordl-Ord-Curr
                   MOVE Curr-Ind TO This-Curr-Ind
               END-IF
           END-PERFORM
           IF This-Curr-Ind = 0 AND Curr-Count < 10
               ADD 1 TO Curr-Count
               MOVE Curr-Count TO This-Curr-Ind
               MOVE Ordl-Ord-Curr TO Ctot-Curr(This-Curr-Ind)
           END-IF
           IF This-Curr-Ind NOT = 0
               ADD Line-Curr-Bal-Wrk TO Ctot-Curr-Bal(This-Curr-Ind)
               DISPLAY "CUSTEXPT: STOPPED CLEANLY ON REQUEST"
           END-IF
           DISPLAY "CUSTOMERS EXPORTED: " Export-Count
           PERFORM Write-Control-Total
           CLOSE Order-Line-File
      *    GOBACK, not STOP RUN: run standalone it ends the run unit
      *    just the same, and as a step under the batch scheduler it
      *    hands control back so the window can carry on - the same
      *    pattern Custom1 adopted for the browser.
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTEXPT"       TO Ctl-Job
           MOVE Customers-Read   TO Ctl-Recs-In
           MOVE Export-Bal-Total TO Ctl-Value-In
           MOVE Export-Count     TO Ctl-Recs-Out
           MOVE Export-Bal-Total TO Ctl-Value-Out
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
