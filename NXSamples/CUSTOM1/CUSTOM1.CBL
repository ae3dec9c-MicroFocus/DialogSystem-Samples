           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

           SELECT Recon-File ASSIGN "custrecn.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      *    The customer's order lines, keyed customer code plus order
      *    number and as many as it has orders (see ORDLINE.CPY) -
      *    the grid pages through them.
           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Area-File ASSIGN "custarea.ism"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Deleted-File-Status.

      *    The order history - a deleted customer's order lines go
      *    there the way the end-of-day run archives paid ones.
           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS History-File-Status.

      *    One customer code, left by the Custbrws browser so a
      *    double-clicked customer opens here already loaded.
           SELECT Jump-File ASSIGN "custjump.dat"
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Tax-File-Status.

      *    The ship-to sites kept per customer (see CUSTSHTO.CPY) -
      *    read-only here, to check the site an order line names -
      *    and the site each saved order line goes to.
           SELECT Ship-To-File ASSIGN "custshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Shto-Key
           ACCESS IS RANDOM
           FILE STATUS IS Ship-To-File-Status.

           SELECT Order-Ship-To-File ASSIGN "ordshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Osh-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Ship-To-File-Status.

      *    The nightly risk grades - read-only here, so the counter
      *    hears about a "D"/"E" customer the moment one is loaded.
           SELECT Risk-File ASSIGN "custrisk.ism"
           ACCESS IS DYNAMIC
           FILE STATUS IS Risk-File-Status.

      *    Account stops set by Custrisk/Custdun and released from
      *    the Custstop console - read-only here: a customer on stop
      *    is flagged on load and takes no new ordinary order line.
           SELECT Stop-File ASSIGN "custstop.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Stop-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Stop-File-Status.

      *    Credit limit increases waiting for a supervisor - an
      *    increase keyed here is queued, never applied, and the
      *    Custlima console approves or rejects it.
           SELECT Pending-Limit-File ASSIGN "custplim.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Plim-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Pending-Limit-File-Status.

      *    Credit applications - a new customer opens one here on its
      *    first save and trades cash-with-order until the Custcapm
      *    console approves it (see CUSTCAPP.CPY).
           SELECT Application-File ASSIGN "custcapp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Capp-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Application-File-Status.

      *    One case per order line that goes to "D" - the dispute
      *    itself stops living in somebody's head.  Worked by the
      *    Custdisp console.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Family-File-Status.

      *    The customer's VAT registration (see CUSTVATR.CPY) - kept
      *    beside cust.ism rather than in it, and decides whether a
      *    foreign-currency line may be zero-rated.
           SELECT Vat-Reg-File ASSIGN "custvatr.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Vatr-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Vat-Reg-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       FD  Recon-File.
       01  Recon-Record.
               05  Recon-Pay-Val            PIC S9(7)V99.

      *---------------------------------------------------------------*
       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

      *---------------------------------------------------------------*
       FD  Area-File.
       FD  Deleted-File.
           COPY "CUSTDEL.CPY".

      *---------------------------------------------------------------*
       FD  History-File.
           COPY "CUSTHIST.CPY".

      *---------------------------------------------------------------*
       FD  Jump-File.
       01  Jump-Record                 PIC X(5).
       FD  Order-Tax-File.
           COPY "ORDTAX.CPY".

      *---------------------------------------------------------------*
       FD  Ship-To-File.
           COPY "CUSTSHTO.CPY".

      *---------------------------------------------------------------*
       FD  Order-Ship-To-File.
           COPY "ORDSHTO.CPY".

      *---------------------------------------------------------------*
       FD  Risk-File.
           COPY "CUSTRISK.CPY".

      *---------------------------------------------------------------*
       FD  Stop-File.
           COPY "CUSTSTOP.CPY".

      *---------------------------------------------------------------*
       FD  Pending-Limit-File.
           COPY "CUSTPLIM.CPY".

      *---------------------------------------------------------------*
       FD  Application-File.
           COPY "CUSTCAPP.CPY".

      *---------------------------------------------------------------*
       FD  Dispute-File.
           COPY "CUSTDISP.CPY".
       FD  Family-File.
           COPY "CUSTFAM.CPY".

      *---------------------------------------------------------------*
       FD  Vat-Reg-File.
           COPY "CUSTVATR.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custom1".
       78 Instance-SS-Name VALUE "custom2".

          03 Group-Record-No           PIC 9(2) COMP-X OCCURS 32.
       01 Group-Index                  PIC 9(2) COMP-X VALUE 0.

      *    The audit log is not shipped with the system - on a fresh
      *    install custaudt.log doesn't exist yet, and an unguarded
      *    OPEN EXTEND on a missing line-sequential file aborts the
      *    run before the first screen ever shows, the same failure
      *    SplitWindow/CPARENT.CBL's splitpos-file guards against.

       01 Order-Line-File-Status       PIC X(02).
           88 Order-Line-File-Ok           VALUE "00".
           88 Order-Line-File-Not-Found    VALUE "35".
       01 Line-Range-Sw                PIC X(01).
           88 Line-Range-Done              VALUE "Y".
       01 Line-On-File-Sw              PIC X(01).
           88 Line-On-File                 VALUE "Y".
       01 Line-Changed-Sw              PIC X(01).
           88 Line-Changed                 VALUE "Y".

       01 History-File-Status          PIC X(02).
           88 History-File-Ok              VALUE "00".
           88 History-File-Not-Found       VALUE "35".

      *    The area master is a later arrival than cust.ism itself -
      *    until Custamnt has been used to build one, saves are not
           COPY "CALCHECK.CPY".
      *    Accounting-period check interface - see PERCHECK.CBL.
           COPY "PERCHECK.CPY".
      *    Name and address history interface - see ADRHLOG.CBL.
           COPY "ADRHLOG.CPY".
       01 Rate-Look-Curr               PIC X(3).
       01 Rate-Look-Date               PIC 9(8).
       01 Rate-Look-Rate               PIC 9(3)V9(6).
           88 Order-Tax-File-Ok            VALUE "00".
           88 Order-Tax-File-Not-Found     VALUE "35".

       01 Ship-To-File-Status          PIC X(02).
           88 Ship-To-File-Ok              VALUE "00".
           88 Ship-To-File-Not-Found       VALUE "35".
       01 Ship-To-File-Open-Sw         PIC X(01) VALUE "N".
           88 Ship-To-File-Open            VALUE "Y".
       01 Ship-To-Valid-Sw             PIC X(01) VALUE "Y".
           88 Ship-To-Valid                VALUE "Y".

       01 Order-Ship-To-File-Status    PIC X(02).
           88 Order-Ship-To-File-Ok        VALUE "00".
           88 Order-Ship-To-Not-Found      VALUE "35".

       01 Risk-File-Status             PIC X(02).
           88 Risk-File-Ok                 VALUE "00".
           88 Risk-File-Not-Found          VALUE "35".
       01 Risk-File-Open-Sw            PIC X(01) VALUE "N".
           88 Risk-File-Open               VALUE "Y".

       01 Stop-File-Status             PIC X(02).
           88 Stop-File-Ok                 VALUE "00".
           88 Stop-File-Not-Found          VALUE "35".
       01 Stop-File-Open-Sw            PIC X(01) VALUE "N".
           88 Stop-File-Open               VALUE "Y".
       01 Account-Stop-Sw              PIC X(01) VALUE "N".
           88 Account-On-Stop              VALUE "Y".
       01 Stop-New-Lines-Valid-Sw      PIC X(01) VALUE "Y".
           88 Stop-New-Lines-Valid         VALUE "Y".

       01 Pending-Limit-File-Status    PIC X(02).
           88 Pending-Limit-File-Ok        VALUE "00".
           88 Pending-Limit-File-Not-Found VALUE "35".
       01 Limit-Held-Sw                PIC X(01) VALUE "N".
           88 Limit-Held                   VALUE "Y".
       01 Held-C-Limit                 PIC 9(7).

       01 Application-File-Status      PIC X(02).
           88 Application-File-Ok          VALUE "00".
           88 Application-File-Not-Found   VALUE "35".
       01 Application-Found-Sw         PIC X(01) VALUE "N".
           88 Application-Found            VALUE "Y".
       01 Cash-Only-Sw                 PIC X(01) VALUE "N".
           88 Cash-Only                    VALUE "Y".
       01 Cash-With-Order-Valid-Sw     PIC X(01) VALUE "Y".
           88 Cash-With-Order-Valid        VALUE "Y".

       01 Dispute-File-Status          PIC X(02).
           88 Dispute-File-Ok             VALUE "00".
           88 Dispute-File-Not-Found      VALUE "35".
       77 Family-Exposure              PIC S9(11)V99 COMP.
       77 Family-Limit                 PIC 9(7) COMP.
       01 Family-Hold-Code             PIC X(5).

       01 Vat-Reg-File-Status          PIC X(02).
           88 Vat-Reg-File-Ok             VALUE "00".
           88 Vat-Reg-File-Not-Found      VALUE "35".
       01 Vat-Number-Valid-Sw          PIC X(01) VALUE "Y".
           88 Vat-Number-Valid            VALUE "Y".
       01 Zero-Rating-Valid-Sw         PIC X(01) VALUE "Y".
           88 Zero-Rating-Valid           VALUE "Y".
       01 Export-Zero-Rated-Sw         PIC X(01) VALUE "N".
           88 Export-Zero-Rated           VALUE "Y".
       01 Export-Line-Kept-Sw          PIC X(01).
           88 Export-Line-Kept            VALUE "Y".
      *    VAT registration check interface - see VATCHECK.CBL.
           COPY "VATCHECK.CPY".
       01 Postcode-Valid-Sw            PIC X(01) VALUE "Y".
           88 Postcode-Valid              VALUE "Y".
       01 Area-Proposed-Sw             PIC X(01) VALUE "N".
           88 Area-Proposed               VALUE "Y".
       01 Postcode-Country             PIC X(02).
      *    The last area proposed from the postcode district master
      *    and for which customer and district - saving the same
      *    customer again with the area put back is the operator
      *    overruling the master, and is let through.
       01 Proposal-Hold.
           03 Proposal-C-Code          PIC X(5) VALUE SPACES.
           03 Proposal-District        PIC X(4) VALUE SPACES.
           03 Proposal-Area            PIC X    VALUE SPACES.
      *    Postcode check interface - see POSTCHEK.CBL.
           COPY "POSTCHEK.CPY".
      *    Order values are VAT-inclusive by convention; the split
      *    into net and tax is judged through the Taxlook service
      *    against the rate in force on the order date.  With no
      *    Shared recoverable error handling - see ERRHAND.CBL.
           COPY "ERRHAND.CPY".
       78  Order-Number-Service            VALUE "custonum".
      *    order-number index - see ORDXSET.CPY
       78  Order-Index-Service             VALUE "ordxset".
           COPY "ORDXSET.CPY".
       78  Notes-Window                    VALUE "custnote".
       78  Clipboard-Read-Service          VALUE "clipread".
       78  Clipboard-Order-Parser          VALUE "clipord".
       78  Period-Check-Service            VALUE "percheck".
       78  Tax-Lookup-Service              VALUE "taxlook".
       78  Item-Entry-Window               VALUE "orditem".
       78  Address-History-Service         VALUE "adrhlog".
       78  Ship-To-Window                  VALUE "custshto".
       78  Vat-Check-Service               VALUE "vatcheck".
       78  Postcode-Check-Service          VALUE "postchek".

      *    Issued by Custonum's shared sequence the moment a change-
      *    order instance is started on an empty row, so no two
       77 Paste-Free-Count             PIC 9(2) COMP.

       77  Array-Ind                   PIC 9(4) COMP.
       77  Kept-Ind                    PIC 9(4) COMP.
       01  Order-Kept-Sw               PIC X(01).
          88  Order-Kept                  VALUE "Y".

      *    The order grid shows one page of No-Of-Orders rows out of
      *    the customer's custord.ism lines, oldest order first.
      *    Page-Ord-No remembers which line each row was loaded from,
      *    so a save can tell a changed line from one taken off the
      *    page; Off-Page-Bal carries what the lines on the other
      *    pages owe, so the balance and the credit check still judge
      *    the whole account.
       78 No-Of-Orders                    VALUE 10.
       01 Order-Page-No                PIC 9(4) COMP VALUE 1.
       01 Page-Skip-Count              PIC 9(6) COMP.
       01 Page-Line-Count              PIC 9(6) COMP.
       01 Page-More-Sw                 PIC X(01) VALUE "N".
          88 Page-More-Lines              VALUE "Y".
       01 Off-Page-Bal                 PIC S9(9)V99 COMP VALUE 0.
       01 Page-Loaded-Lines.
           03 Page-Ord-No              PIC 9(6) OCCURS 10.
       77  Display-Error-No            PIC 9(4).

       01 Main-Screenset-ID            PIC X(8).

       01 Before-Record.
           03 Before-C-Limit           PIC 9(7) COMP.
           03 Before-C-Balance         PIC S9(9)V99 COMP.
           03 Before-C-Lock-Op         PIC X(8).
           03 Before-C-Name            PIC X(15).
           03 Before-C-Addr1           PIC X(15).
           03 Before-C-Addr2           PIC X(15).
           03 Before-C-Addr3           PIC X(15).
           03 Before-C-Addr4           PIC X(15).
      *    not on the screen - kept through the save as it stood on
      *    file; spaces (the site's own company) for a new customer
           03 Before-C-Company         PIC X(2).
           03 Before-C-Order.
               05 Before-Order-Entry OCCURS 10.
                   07 Before-Ord-Val   PIC S9(7)V99 COMP.
                   07 Before-Ord-No    PIC 9(6).
                   07 Before-Ord-Date  PIC 9(8).
                   07 Before-Ord-Status PIC X.
                   07 Before-Ord-Curr  PIC X(3).
                   07 Before-Ord-Curr-Val PIC S9(7)V99 COMP.
       01 Before-Found-Sw              PIC X(01) VALUE "N".
          88 Before-Record-Found          VALUE "Y".
       01 Temp-Code-Hold               PIC X(5).
      *    the order row's date, handed to Orditem for its pricing
       01 Item-Ord-Date                PIC 9(8).

       77 Audit-Entry-Ind              PIC 9(4) COMP.
       77 Running-Bal                  PIC S9(9)V99 COMP.
       01 Line-Before.
           03 Line-Ord-Val-Before      PIC S9(7)V99 COMP.
           03 Line-Pay-Val-Before      PIC S9(7)V99 COMP.

       01 Swap-Ord-No                  PIC 9(6).
       01 Swap-Ord-Date                PIC 9(8).
       01 Swap-Ord-Status              PIC X.
       01 Swap-Ord-Curr                PIC X(3).
       01 Swap-Ord-Curr-Val            PIC S9(7)V99 COMP.
       01 Swap-Ord-Site                PIC X(4).

       01 Browse-Started-Sw            PIC X(01) VALUE "N".
          88 Browse-Started               VALUE "Y".
               05 Recon-Snap-Pay-Val   PIC S9(7)V99 COMP.
       01 Recon-Ind                    PIC 9(2) COMP.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78 Audit-Log-Service            VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       LINKAGE SECTION.
      *    Overlaid on whichever data block is current - Program-Body
      *    reads the dispatch word and the drag-drop rows through the

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTOM1: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Customer-Exit-Flg-True
           PERFORM Program-Terminate.
       Program-Initialize SECTION.
           INITIALIZE Ds-Control-Block
           INITIALIZE Customer-Data-Block
           PERFORM Clear-Order-Page
           MOVE Customer-Data-Block-Version-No TO
                                         Ds-Data-Block-Version-No
           MOVE Customer-Version-No TO Ds-Version-No
                                    TO Address OF Customer-Data-Block
           PERFORM Capture-My-Operator-Id
           OPEN I-O Customer-File
           OPEN I-O Order-Line-File
           IF Order-Line-File-Not-Found
               OPEN OUTPUT Order-Line-File
               CLOSE Order-Line-File
               OPEN I-O Order-Line-File
           END-IF

           OPEN INPUT Area-File
               OPEN I-O Order-Tax-File
           END-IF

           OPEN I-O Order-Ship-To-File
           IF Order-Ship-To-Not-Found
               OPEN OUTPUT Order-Ship-To-File
               CLOSE Order-Ship-To-File
               OPEN I-O Order-Ship-To-File
           END-IF

      *    no site file yet - nobody has keyed a ship-to site, and
      *    every line still goes to the statement address
           OPEN INPUT Ship-To-File
           IF NOT Ship-To-File-Not-Found
               SET Ship-To-File-Open TO TRUE
           END-IF

           OPEN I-O Pending-Limit-File
           IF Pending-Limit-File-Not-Found
               OPEN OUTPUT Pending-Limit-File
               CLOSE Pending-Limit-File
               OPEN I-O Pending-Limit-File
           END-IF

           OPEN I-O Application-File
           IF Application-File-Not-Found
               OPEN OUTPUT Application-File
               CLOSE Application-File
               OPEN I-O Application-File
           END-IF

      *    no risk file yet just means the nightly grading has never
      *    run - nothing to warn about
           OPEN INPUT Risk-File
               SET Risk-File-Open TO TRUE
           END-IF

      *    likewise no stop file - nobody has ever been put on stop
           OPEN INPUT Stop-File
           IF NOT Stop-File-Not-Found
               SET Stop-File-Open TO TRUE
           END-IF

           OPEN I-O Name-Index-File
           IF Name-Index-Not-Found
               OPEN OUTPUT Name-Index-File
               OPEN I-O Name-Index-File
           END-IF

           OPEN I-O Vat-Reg-File
           IF Vat-Reg-File-Not-Found
               OPEN OUTPUT Vat-Reg-File
               CLOSE Vat-Reg-File
               OPEN I-O Vat-Reg-File
           END-IF

           PERFORM Load-Family-Links

           PERFORM Load-Screenset
                  PERFORM Show-Order-Items
                  MOVE X"0000" TO Data-Block-Ptr(1:2)

               WHEN 11
                  PERFORM Show-Ship-To-Sites
                  MOVE X"0000" TO Data-Block-Ptr(1:2)

               WHEN 12
                  PERFORM Show-Next-Order-Page
                  MOVE X"0000" TO Data-Block-Ptr(1:2)

               WHEN 13
                  PERFORM Show-Previous-Order-Page
                  MOVE X"0000" TO Data-Block-Ptr(1:2)

               WHEN OTHER
                  EVALUATE TRUE
                    WHEN Customer-Del-Flg-True
           PERFORM Call-Dialog-System
           PERFORM Release-Customer-Lock
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Order-Tax-File
           CLOSE Order-Ship-To-File
           CLOSE Pending-Limit-File
           CLOSE Application-File
           CLOSE Name-Index-File
           CLOSE Vat-Reg-File
           IF Risk-File-Open
               CLOSE Risk-File
           END-IF
           IF Stop-File-Open
               CLOSE Stop-File
           END-IF
           IF Ship-To-File-Open
               CLOSE Ship-To-File
           END-IF
           IF Area-Master-Open
               CLOSE Area-File
           END-IF
      *    A customer who still owes (or is owed) money cannot be
      *    deleted, and one who can be is archived in full to
      *    custdel.dat first - Custdrst can list and restore them -
      *    so a mis-keyed delete is no longer unrecoverable.  Its
      *    order lines, every one settled, go to the order history.

           MOVE Customer-C-Code TO File-C-Code
           READ Customer-File
                                                   TO Ds-Procedure
                   ELSE
                       PERFORM Archive-Deleted-Customer
                       PERFORM Archive-Deleted-Lines
                       MOVE File-C-Name TO Nix-C-Name
                       MOVE File-C-Code TO Nix-C-Code
                       DELETE Customer-File
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE File-C-Code TO Vatr-C-Code
                       DELETE Vat-Reg-File
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM Clear-Record
                   END-IF
           END-READ
           IF File-C-Balance NOT = 0
               SET Delete-Blocked TO TRUE
           END-IF
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
                           COMPUTE Delete-Bal-Wrk = Ordl-Ord-Val
                                                  - Ordl-Pay-Val
                           IF Delete-Bal-Wrk NOT = 0
                               SET Delete-Blocked TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
               READ Customer-File
                   INVALID KEY
                       INITIALIZE Customer-Data-Block
                       PERFORM Clear-Order-Page
                       MOVE File-C-Code TO Customer-C-Code
                       PERFORM Set-Up-For-Refresh-Screen
                   NOT INVALID KEY
                       PERFORM Fill-Screen-From-Record
                       PERFORM Show-Pending-Limit
                       PERFORM Show-Vat-Registration
                       PERFORM Derivations
                       PERFORM Check-Customer-Lock
                       PERFORM Show-Risk-Grade
                       PERFORM Show-Account-Stop
               END-READ
           ELSE
               INITIALIZE Customer-Data-Block
               PERFORM Clear-Order-Page
               PERFORM Set-Up-For-Refresh-Screen
           END-IF
       .
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Pending-Limit SECTION.
      *    An increase still waiting for a supervisor is shown next
      *    to the limit in force, so the counter knows it is coming
      *    and does not key it again.  Zero when nothing is waiting.
      *    A credit application not yet decided shows the limit it
      *    asks for the same way.

           MOVE 0 TO Customer-Pending-Limit
           MOVE File-C-Code TO Plim-C-Code
           READ Pending-Limit-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Plim-Pending
                       MOVE Plim-Limit-Proposed TO
                                           Customer-Pending-Limit
                   END-IF
           END-READ
           MOVE File-C-Code TO Capp-C-Code
           READ Application-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Capp-Pending
                       MOVE Capp-Limit-Requested TO
                                           Customer-Pending-Limit
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Show-Vat-Registration SECTION.

           MOVE SPACES TO Customer-C-Vat-Country
           MOVE SPACES TO Customer-C-Vat-No
           MOVE File-C-Code TO Vatr-C-Code
           READ Vat-Reg-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Vatr-Country TO Customer-C-Vat-Country
                   MOVE Vatr-Number  TO Customer-C-Vat-No
           END-READ
       .
      *---------------------------------------------------------------*
       Show-Account-Stop SECTION.
      *    A customer on account stop is the loudest thing the
      *    counter can be told - it outranks the risk warning (an
      *    "E" grade is one of the ways onto stop anyway), but the
      *    lock warning still comes first.

           PERFORM Read-Account-Stop
           IF Account-On-Stop
              AND (Ds-Procedure = Refresh-Text-And-Data-Proc
                   OR Ds-Procedure = "SHOW-RISK-WARNING")
               MOVE "SHOW-STOP-WARNING" TO Ds-Procedure
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Account-Stop SECTION.

           MOVE "N" TO Account-Stop-Sw
           IF Stop-File-Open
               MOVE Customer-C-Code TO Stop-C-Code
               READ Stop-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Stop-On-Stop
                           SET Account-On-Stop TO TRUE
                       END-IF
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Customer-Lock SECTION.
      *    Warn, but still let the operator look, when another
      *---------------------------------------------------------------*
       Capture-My-Operator-Id SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
       .
      *---------------------------------------------------------------*
       Browse-Record SECTION.

           IF Browse-At-End
               INITIALIZE Customer-Data-Block
               PERFORM Clear-Order-Page
               MOVE "BROWSE-NOT-FOUND" TO Ds-Procedure
           ELSE
               PERFORM Fill-Screen-From-Record
       Save-Record SECTION.

           PERFORM Capture-Before-Record
           PERFORM Read-Credit-Application
           PERFORM Hold-Limit-Increase
           PERFORM Derivations
           PERFORM Convert-Currency-Lines
           PERFORM Derivations
           PERFORM Validate-Customer-Postcode
           PERFORM Validate-Customer-Area
           PERFORM Validate-Order-Types
           PERFORM Validate-Status-Transitions
           PERFORM Validate-Order-Dates
           PERFORM Validate-Order-Periods
           PERFORM Judge-Family-Exposure
           PERFORM Validate-Stop-New-Lines
           PERFORM Validate-Cash-With-Order
           PERFORM Validate-Ship-To-Sites
           PERFORM Validate-Vat-Registration
           PERFORM Validate-Export-Zero-Rating

           EVALUATE TRUE
           WHEN NOT Order-Periods-Valid
               MOVE "ORDER-TYPE-ERROR" TO Ds-Procedure
           WHEN NOT Status-Moves-Valid
               MOVE "STATUS-TRANSITION-ERROR" TO Ds-Procedure
           WHEN NOT Postcode-Valid
               MOVE "POSTCODE-INVALID-ERROR" TO Ds-Procedure
           WHEN Area-Proposed
               MOVE "AREA-PROPOSED-ERROR" TO Ds-Procedure
           WHEN NOT Area-Valid
               MOVE "AREA-INVALID-ERROR" TO Ds-Procedure
           WHEN NOT Stop-New-Lines-Valid
               MOVE "ACCOUNT-STOP-ERROR" TO Ds-Procedure
           WHEN NOT Cash-With-Order-Valid
               MOVE "CASH-WITH-ORDER-ERROR" TO Ds-Procedure
           WHEN NOT Ship-To-Valid
               MOVE "SHIP-TO-INVALID-ERROR" TO Ds-Procedure
           WHEN NOT Vat-Number-Valid
               MOVE "VAT-NUMBER-ERROR" TO Ds-Procedure
           WHEN NOT Zero-Rating-Valid
               MOVE "EXPORT-ZERO-RATE-ERROR" TO Ds-Procedure
           WHEN Family-Linked AND Family-Over-Limit
               MOVE "FAMILY-OVER-LIMIT-ERROR" TO Ds-Procedure
           WHEN NOT Family-Linked
               ELSE
                   PERFORM Fill-Record-From-Screen
                   PERFORM Claim-Customer-Lock
                   PERFORM Store-Order-Lines
                   REWRITE Customer-Record
                       INVALID KEY
                           WRITE Customer-Record
                       END-WRITE
                   END-REWRITE
                   PERFORM Finish-Audit-Record
                   PERFORM Store-Vat-Registration
                   PERFORM Store-Order-Tax
                   PERFORM Store-Order-Ship-To
                   PERFORM Open-New-Disputes
                   PERFORM Maintain-Name-Index
                   PERFORM Maintain-Order-Index
                   PERFORM Log-Address-Change
                   IF Cash-Only
                       PERFORM Store-Credit-Application
                   ELSE
                       IF Limit-Held
                           PERFORM Queue-Limit-Increase
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE

      *    Refused for some other reason - put the figure the
      *    operator typed back on screen so it is not lost.
           IF Limit-Held
               MOVE Held-C-Limit TO Customer-C-Limit
               MOVE "N" TO Limit-Held-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       Log-Address-Change SECTION.
      *    Every change to the name or address of a customer already
      *    on file goes to the history with both sides - the service
      *    writes nothing when the five lines came back unchanged.
      *    A brand-new customer has no "before" to record.

           IF Before-Record-Found
               MOVE Customer-C-Code  TO Ahl-C-Code
               MOVE "CUSTOM1"        TO Ahl-Source
               MOVE My-Operator-Id   TO Ahl-Operator-Id
               MOVE Before-C-Name    TO Ahl-Name-Before
               MOVE Before-C-Addr1   TO Ahl-Addr1-Before
               MOVE Before-C-Addr2   TO Ahl-Addr2-Before
               MOVE Before-C-Addr3   TO Ahl-Addr3-Before
               MOVE Before-C-Addr4   TO Ahl-Addr4-Before
               MOVE File-C-Name      TO Ahl-Name-After
               MOVE File-C-Addr1     TO Ahl-Addr1-After
               MOVE File-C-Addr2     TO Ahl-Addr2-After
               MOVE File-C-Addr3     TO Ahl-Addr3-After
               MOVE File-C-Addr4     TO Ahl-Addr4-After
               CALL Address-History-Service USING Ahl-Request
           END-IF
       .
      *---------------------------------------------------------------*
       Hold-Limit-Increase SECTION.
      *    Four eyes on every increase: the limit keyed above the one
      *    on file is set aside and the save - credit check, family
      *    exposure, audit and all - goes ahead on the old limit.  A
      *    brand-new customer's opening limit is an increase from
      *    nothing and waits as the limit its credit application
      *    asks for (see Store-Credit-Application).  Reductions
      *    apply at once.

           MOVE "N" TO Limit-Held-Sw
           IF Customer-C-Limit > Before-C-Limit
               SET Limit-Held TO TRUE
               MOVE Customer-C-Limit TO Held-C-Limit
               MOVE Before-C-Limit TO Customer-C-Limit
           END-IF
       .
      *---------------------------------------------------------------*
       Queue-Limit-Increase SECTION.

           MOVE Customer-C-Code TO Plim-C-Code
           READ Pending-Limit-File
               INVALID KEY
                   INITIALIZE Pending-Limit-Record
                   MOVE Customer-C-Code TO Plim-C-Code
           END-READ
           SET Plim-Pending TO TRUE
           MOVE Before-C-Limit  TO Plim-Limit-Now
           MOVE Held-C-Limit    TO Plim-Limit-Proposed
           MOVE My-Operator-Id  TO Plim-Keyed-By
           ACCEPT Plim-Keyed-Date FROM DATE YYYYMMDD
           ACCEPT Plim-Keyed-Time FROM TIME
           MOVE SPACES          TO Plim-Decided-By
           MOVE 0               TO Plim-Decided-Date
           REWRITE Pending-Limit-Record
               INVALID KEY
                   WRITE Pending-Limit-Record
                   END-WRITE
           END-REWRITE

           MOVE Held-C-Limit TO Customer-Pending-Limit
           MOVE "N" TO Limit-Held-Sw
           MOVE "SHOW-LIMIT-PENDING" TO Ds-Procedure
       .
      *---------------------------------------------------------------*
       Read-Credit-Application SECTION.
      *    A customer trades cash-with-order while its credit
      *    application is undecided or was declined - and so does a
      *    brand-new customer, whose application this save opens.
      *    A customer with no application on file predates them and
      *    is left alone.

           MOVE "N" TO Application-Found-Sw
           MOVE "N" TO Cash-Only-Sw
           MOVE Customer-C-Code TO Capp-C-Code
           READ Application-File
               INVALID KEY
                   IF NOT Before-Record-Found
                       SET Cash-Only TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET Application-Found TO TRUE
                   IF NOT Capp-Approved
                       SET Cash-Only TO TRUE
                   END-IF
           END-READ
       .
      *---------------------------------------------------------------*
       Validate-Cash-With-Order SECTION.
      *    A cash-only customer's new ordinary order line must be
      *    paid in full as it is keyed.  New is judged the way the
      *    stop check judges it; credits and the lines already there
      *    go through.

           MOVE "Y" TO Cash-With-Order-Valid-Sw
           IF Cash-Only
               PERFORM VARYING Array-Ind FROM 1 BY 1
                                  UNTIL Array-Ind > No-Of-Orders
                   IF Customer-Ord-No(Array-Ind) NOT = 0
                      AND (Customer-Ord-Type(Array-Ind) = SPACE
                           OR Customer-Ord-Type(Array-Ind) = "O")
                      AND (NOT Before-Record-Found
                           OR Customer-Ord-No(Array-Ind) NOT =
                                         Before-Ord-No(Array-Ind))
                      AND Customer-Pay-Val(Array-Ind) <
                                         Customer-Ord-Val(Array-Ind)
                       MOVE "N" TO Cash-With-Order-Valid-Sw
                   END-IF
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Store-Credit-Application SECTION.
      *    The limit keyed for a cash-only customer is the limit its
      *    application asks for, never a custplim.ism increase.  A
      *    new customer's application is opened here; a declined
      *    one is opened again only when a fresh limit is keyed.

           IF NOT Application-Found
               INITIALIZE Credit-Application-Record
               MOVE Customer-C-Code TO Capp-C-Code
               SET Capp-Pending TO TRUE
               MOVE My-Operator-Id  TO Capp-Keyed-By
               ACCEPT Capp-Keyed-Date FROM DATE YYYYMMDD
               ACCEPT Capp-Keyed-Time FROM TIME
               IF Limit-Held
                   MOVE Held-C-Limit TO Capp-Limit-Requested
               END-IF
               WRITE Credit-Application-Record
               MOVE "SHOW-CREDIT-APPLICATION" TO Ds-Procedure
           ELSE
               IF Limit-Held
                   IF Capp-Declined
                       SET Capp-Pending TO TRUE
                       MOVE My-Operator-Id  TO Capp-Keyed-By
                       ACCEPT Capp-Keyed-Date FROM DATE YYYYMMDD
                       ACCEPT Capp-Keyed-Time FROM TIME
                       MOVE 0      TO Capp-Limit-Approved
                       MOVE SPACES TO Capp-Decided-By
                       MOVE 0      TO Capp-Decided-Date
                       MOVE SPACES TO Capp-Reason
                   END-IF
                   MOVE Held-C-Limit TO Capp-Limit-Requested
                   REWRITE Credit-Application-Record
                   MOVE "SHOW-CREDIT-APPLICATION" TO Ds-Procedure
               END-IF
           END-IF

           IF Capp-Pending
               MOVE Capp-Limit-Requested TO Customer-Pending-Limit
           END-IF
           MOVE "N" TO Limit-Held-Sw
       .
      *---------------------------------------------------------------*
       Maintain-Name-Index SECTION.
                   CONTINUE
           END-WRITE
       .
      *---------------------------------------------------------------*
       Maintain-Order-Index SECTION.
      *    Keep ordxref.ism in step with every save: an order that
      *    was on the page when loaded and is not there now goes, and
      *    every line now on the page is put against this customer -
      *    lines keyed, pasted or dragged to another row all end up
      *    right.

           IF Before-Record-Found
               PERFORM VARYING Kept-Ind FROM 1 BY 1
                                  UNTIL Kept-Ind > No-Of-Orders
                   IF Before-Ord-No(Kept-Ind) NOT = 0
                       MOVE "N" TO Order-Kept-Sw
                       PERFORM VARYING Array-Ind FROM 1 BY 1
                                          UNTIL Array-Ind > No-Of-Orders
                           IF Customer-Ord-No(Array-Ind) =
                                             Before-Ord-No(Kept-Ind)
                               SET Order-Kept TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT Order-Kept
                           SET Oxs-Action-Remove TO TRUE
                           MOVE Before-Ord-No(Kept-Ind) TO Oxs-Ord-No
                           MOVE Customer-C-Code         TO Oxs-C-Code
                           CALL Order-Index-Service USING Oxs-Request
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               IF Customer-Ord-No(Array-Ind) NOT = 0
                   SET Oxs-Action-Post TO TRUE
                   MOVE Customer-Ord-No(Array-Ind) TO Oxs-Ord-No
                   MOVE Customer-C-Code            TO Oxs-C-Code
                   CALL Order-Index-Service USING Oxs-Request
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Archive-Deleted-Lines SECTION.
      *    The deleted customer's order lines go to custhist.ism and
      *    leave custord.ism and ordxref.ism with it - a Custdrst
      *    restore brings the customer back with no lines.  Each is
      *    noted on the audit as gone, and the customer's own going
      *    follows as an event.

           OPEN I-O History-File
           IF History-File-Not-Found
               OPEN OUTPUT History-File
               CLOSE History-File
               OPEN I-O History-File
           END-IF
           MOVE File-C-Limit TO Before-C-Limit
           MOVE File-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
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
                           PERFORM Archive-One-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE History-File
           IF Audit-Entry-Ind NOT = 0
               PERFORM Finish-Audit-Record
           END-IF
           PERFORM Start-Audit-Record
           SET Audit-Event-Cust-Deleted TO TRUE
           MOVE "DELETED - LINES TO ORDER HISTORY" TO Audit-Reason
           MOVE File-C-Balance TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Archive-One-Line SECTION.

           MOVE File-C-Code              TO Hist-C-Code
           MOVE Ordl-Ord-No              TO Hist-Ord-No
           MOVE Ordl-Ord-Date            TO Hist-Ord-Date
           MOVE Ordl-Ord-Val             TO Hist-Ord-Val
           MOVE Ordl-Pay-Val             TO Hist-Pay-Val
           MOVE Ordl-Ord-Type            TO Hist-Ord-Type
           MOVE Ordl-Ord-Status          TO Hist-Ord-Status
           MOVE Ordl-Ord-Curr            TO Hist-Ord-Curr
           MOVE Ordl-Ord-Curr-Val        TO Hist-Ord-Curr-Val
           ACCEPT Hist-Archive-Date FROM DATE YYYYMMDD
           WRITE History-Record
               INVALID KEY
                   REWRITE History-Record
           END-WRITE
           MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
           MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
           DELETE Order-Line-File
           MOVE 0 TO Ordl-Ord-Val
           MOVE 0 TO Ordl-Pay-Val
           PERFORM Note-Touched-Line
           SET Audit-Line-Off-File(Audit-Entry-Ind) TO TRUE

           SET Oxs-Action-Remove TO TRUE
           MOVE Ordl-Ord-No TO Oxs-Ord-No
           MOVE File-C-Code TO Oxs-C-Code
           CALL Order-Index-Service USING Oxs-Request
       .
      *---------------------------------------------------------------*
       Open-New-Disputes SECTION.
      *    A line saved into "D" that was not disputed before gets a
           WRITE Dispute-Record
           CLOSE Dispute-File
       .
      *---------------------------------------------------------------*
       Store-Vat-Registration SECTION.
      *    Kept only for a customer with a country or number keyed;
      *    blanking both takes the registration off file.

           MOVE Customer-C-Code TO Vatr-C-Code
           IF Customer-C-Vat-Country = SPACES
              AND Customer-C-Vat-No = SPACES
               DELETE Vat-Reg-File
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               READ Vat-Reg-File
                   INVALID KEY
                       INITIALIZE Vat-Reg-Record
                       MOVE Customer-C-Code TO Vatr-C-Code
               END-READ
               IF Vatr-Country NOT = Customer-C-Vat-Country
                  OR Vatr-Number NOT = Customer-C-Vat-No
                   MOVE Customer-C-Vat-Country TO Vatr-Country
                   MOVE Customer-C-Vat-No      TO Vatr-Number
                   MOVE My-Operator-Id         TO Vatr-Set-By
                   ACCEPT Vatr-Set-On FROM DATE YYYYMMDD
                   REWRITE Vat-Reg-Record
                       INVALID KEY
                           WRITE Vat-Reg-Record
                           END-WRITE
                   END-REWRITE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Store-Order-Tax SECTION.
      *    One ordtax.ism record per saved order line: the gross
      *    in force on the order date.  Ordinary lines are standard
      *    rated ("S"); credit notes too, so the claw-back nets off
      *    the return; interest lines ("N" type) are exempt and
      *    recorded with no tax element.  An export line the save
      *    judged zero-rated (see Validate-Export-Zero-Rating) is
      *    recorded as "Z", all net - Custvat's EC sales list is
      *    built from these.  An EC customer with no VAT number may
      *    still carry export lines accepted before; those are left
      *    with the record they were saved with.

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               IF Customer-Ord-No(Array-Ind) NOT = 0
                   MOVE "N" TO Export-Line-Kept-Sw
                   IF Vck-Ec AND NOT Export-Zero-Rated
                      AND Customer-Ord-Curr(Array-Ind) NOT = SPACES
                      AND Customer-Ord-Type(Array-Ind) NOT = "N"
                       PERFORM Judge-Export-Line-Kept
                   END-IF
                   IF NOT Export-Line-Kept
                       PERFORM Store-One-Line-Tax
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Store-One-Line-Tax SECTION.

           MOVE Customer-Ord-Val(Array-Ind) TO Tax-Gross-Wrk
           EVALUATE TRUE
           WHEN Customer-Ord-Type(Array-Ind) = "N"
               MOVE "X" TO Tax-Look-Code
               MOVE 0 TO Tax-Look-Pct
               MOVE "Y" TO Tax-Look-Found
           WHEN Customer-Ord-Curr(Array-Ind) NOT = SPACES
                AND Export-Zero-Rated
               MOVE "Z" TO Tax-Look-Code
               MOVE 0 TO Tax-Look-Pct
               MOVE "Y" TO Tax-Look-Found
           WHEN OTHER
               MOVE "S" TO Tax-Look-Code
               MOVE Customer-Ord-Date(Array-Ind) TO Tax-Look-Date
               CALL Tax-Lookup-Service USING Tax-Look-Code
                                             Tax-Look-Date
                                             Tax-Look-Pct
                                             Tax-Look-Found
           END-EVALUATE

           IF Tax-Look-Found = "Y"
               COMPUTE Tax-Element-Wrk ROUNDED =
                   Tax-Gross-Wrk * Tax-Look-Pct
                                 / (100 + Tax-Look-Pct)
               MOVE Customer-Ord-No(Array-Ind)   TO Otx-Ord-No
               MOVE File-C-Code                  TO Otx-C-Code
               MOVE Customer-Ord-Date(Array-Ind) TO Otx-Ord-Date
               MOVE Tax-Look-Code                TO Otx-Tax-Code
               MOVE Tax-Look-Pct                 TO Otx-Rate-Pct
               MOVE Tax-Gross-Wrk                TO Otx-Gross
               MOVE Tax-Element-Wrk              TO Otx-Tax
               COMPUTE Otx-Net = Tax-Gross-Wrk - Tax-Element-Wrk
               REWRITE Order-Tax-Record
                   INVALID KEY
               END-REWRITE
           END-IF
       .
      *---------------------------------------------------------------*
       Store-Order-Ship-To SECTION.
      *    One ordshto.ism record per saved order line, site or no
      *    site, so the order number alone always leads the picking
      *    list and the dispatch run back to the customer.

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               IF Customer-Ord-No(Array-Ind) NOT = 0
                   MOVE Customer-Ord-No(Array-Ind)   TO Osh-Ord-No
                   MOVE Customer-C-Code              TO Osh-C-Code
                   MOVE Customer-Ord-Site(Array-Ind) TO Osh-Site-Code
                   REWRITE Order-Ship-To-Record
                       INVALID KEY
                           WRITE Order-Ship-To-Record
                           END-WRITE
                   END-REWRITE
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Judge-Family-Exposure SECTION.
      *    A customer linked into a national account is judged on
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Validate-Stop-New-Lines SECTION.
      *    While a customer is on stop no new ordinary order ("O" or
      *    space) may be keyed - credits, interest, write-offs and
      *    changes to the lines already there (payments above all)
      *    still go through.  A line is new the same way it is for
      *    the dispute and status checks: its order number is not
      *    the one that row held when the customer was captured.

           MOVE "Y" TO Stop-New-Lines-Valid-Sw
           PERFORM Read-Account-Stop
           IF Account-On-Stop
               PERFORM VARYING Array-Ind FROM 1 BY 1
                                  UNTIL Array-Ind > No-Of-Orders
                   IF Customer-Ord-No(Array-Ind) NOT = 0
                      AND (Customer-Ord-Type(Array-Ind) = SPACE
                           OR Customer-Ord-Type(Array-Ind) = "O")
                      AND (NOT Before-Record-Found
                           OR Customer-Ord-No(Array-Ind) NOT =
                                         Before-Ord-No(Array-Ind))
                       MOVE "N" TO Stop-New-Lines-Valid-Sw
                   END-IF
               END-PERFORM
           END-IF
       .
      *---------------------------------------------------------------*
       Validate-Ship-To-Sites SECTION.
      *    A site code on an order line must be one of this
      *    customer's own ship-to sites - a typo would otherwise send
      *    the goods to the statement address without anyone
      *    noticing.  Blank is always allowed.

           MOVE "Y" TO Ship-To-Valid-Sw
           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               IF Customer-Ord-No(Array-Ind) NOT = 0
                  AND Customer-Ord-Site(Array-Ind) NOT = SPACES
                   IF Ship-To-File-Open
                       MOVE Customer-C-Code TO Shto-C-Code
                       MOVE Customer-Ord-Site(Array-Ind) TO
                                                   Shto-Site-Code
                       READ Ship-To-File
                           INVALID KEY
                               MOVE "N" TO Ship-To-Valid-Sw
                       END-READ
                   ELSE
                       MOVE "N" TO Ship-To-Valid-Sw
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Validate-Vat-Registration SECTION.
      *    The country and number keyed are judged for format by the
      *    Vatcheck service - an unknown country code or a number
      *    the wrong shape for its country refuses the save.  Both
      *    left blank is a customer with no VAT registration.

           MOVE "Y" TO Vat-Number-Valid-Sw
           INSPECT Customer-C-Vat-Country
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT Customer-C-Vat-No
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE Customer-C-Vat-Country TO Vck-Country
           MOVE Customer-C-Vat-No      TO Vck-Number
           CALL Vat-Check-Service USING Vat-Check
           IF NOT Vck-Valid
               MOVE "N" TO Vat-Number-Valid-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       Validate-Export-Zero-Rating SECTION.
      *    A line keyed in a foreign currency is an export.  Goods
      *    going to a customer outside the EC are zero-rated; to a
      *    customer in an EC member state only on the strength of
      *    their VAT number, so an export line for an EC customer
      *    with no number refuses the save rather than be charged
      *    the wrong rate.  A home customer's foreign-currency line
      *    is still standard rated.  Interest lines stay exempt.
      *    Only lines keyed or changed since the customer was
      *    captured are judged: an export line already on file
      *    stands as it was accepted (see Judge-Export-Line-Kept),
      *    or the customer could not have so much as an address
      *    corrected until somebody altered its old orders.

           MOVE "Y" TO Zero-Rating-Valid-Sw
           MOVE "N" TO Export-Zero-Rated-Sw
           EVALUATE TRUE
               WHEN Vck-Rest-Of-World
                   SET Export-Zero-Rated TO TRUE
               WHEN Vck-Ec AND Customer-C-Vat-No NOT = SPACES
                   SET Export-Zero-Rated TO TRUE
               WHEN Vck-Ec
                   PERFORM VARYING Array-Ind FROM 1 BY 1
                                      UNTIL Array-Ind > No-Of-Orders
                       IF Customer-Ord-No(Array-Ind) NOT = 0
                          AND Customer-Ord-Curr(Array-Ind) NOT = SPACES
                          AND Customer-Ord-Type(Array-Ind) NOT = "N"
                           PERFORM Judge-Export-Line-Kept
                           IF NOT Export-Line-Kept
                               MOVE "N" TO Zero-Rating-Valid-Sw
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Judge-Export-Line-Kept SECTION.
      *    The row is the line captured from file, in the same
      *    currency for the same amounts on the same date - nothing
      *    about it was keyed in this session.

           MOVE "N" TO Export-Line-Kept-Sw
           IF Before-Record-Found
              AND Customer-Ord-No(Array-Ind) =
                                 Before-Ord-No(Array-Ind)
              AND Customer-Ord-Date(Array-Ind) =
                                 Before-Ord-Date(Array-Ind)
              AND Customer-Ord-Val(Array-Ind) =
                                 Before-Ord-Val(Array-Ind)
              AND Customer-Ord-Curr(Array-Ind) =
                                 Before-Ord-Curr(Array-Ind)
              AND Customer-Ord-Curr-Val(Array-Ind) =
                                 Before-Ord-Curr-Val(Array-Ind)
               SET Export-Line-Kept TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Validate-Status-Transitions SECTION.
      *    The lifecycle runs forward only - open, shipped, invoiced,
               WHEN OTHER          MOVE 0 TO Screen-Status-Rank
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Validate-Customer-Postcode SECTION.
      *    A home customer's last address line has to end in a well
      *    formed postcode (see POSTCHEK.CPY) - a customer registered
      *    for VAT abroad has an address the check knows nothing of
      *    and is let through.  When the district is on the postcode
      *    district master its area is proposed: a blank area is
      *    simply filled in, a different one is put on screen in
      *    place of the operator's and the save refused once so it
      *    is seen.  Saving again with the operator's own area put
      *    back overrules the master for that customer.

           MOVE "Y" TO Postcode-Valid-Sw
           MOVE "N" TO Area-Proposed-Sw
           MOVE Customer-C-Vat-Country TO Postcode-Country
           INSPECT Postcode-Country
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF Postcode-Country = SPACES OR Postcode-Country = "GB"
               MOVE Customer-C-Addr1 TO Pck-Line(1)
               MOVE Customer-C-Addr2 TO Pck-Line(2)
               MOVE Customer-C-Addr3 TO Pck-Line(3)
               MOVE Customer-C-Addr4 TO Pck-Line(4)
               CALL Postcode-Check-Service USING Post-Check
               EVALUATE TRUE
                   WHEN NOT Pck-Valid
                       MOVE "N" TO Postcode-Valid-Sw
                   WHEN NOT Pck-District-Known
                       CONTINUE
                   WHEN Pck-Area = Customer-C-Area
                       CONTINUE
                   WHEN Customer-C-Area = SPACE
                       MOVE Pck-Area TO Customer-C-Area
                   WHEN Proposal-C-Code = Customer-C-Code
                        AND Proposal-District = Pck-District
                        AND Proposal-Area = Pck-Area
                       CONTINUE
                   WHEN OTHER
                       MOVE Customer-C-Code TO Proposal-C-Code
                       MOVE Pck-District    TO Proposal-District
                       MOVE Pck-Area        TO Proposal-Area
                       MOVE Pck-Area        TO Customer-C-Area
                       SET Area-Proposed TO TRUE
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Validate-Customer-Area SECTION.
      *    The area letter has to be one Custamnt has set up on the
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Limit TO Before-C-Limit
                       MOVE File-C-Balance TO Before-C-Balance
                       MOVE File-C-Lock-Op TO Before-C-Lock-Op
                       MOVE File-C-Name TO Before-C-Name
                       MOVE File-C-Addr1 TO Before-C-Addr1
                       MOVE File-C-Addr2 TO Before-C-Addr2
                       MOVE File-C-Addr3 TO Before-C-Addr3
                       MOVE File-C-Addr4 TO Before-C-Addr4
                       MOVE File-C-Company TO Before-C-Company
                       PERFORM Capture-Before-Lines
                       SET Before-Record-Found TO TRUE
               END-READ
           END-IF
           MOVE Temp-Code-Hold TO File-C-Code
       .
      *---------------------------------------------------------------*
       Capture-Before-Lines SECTION.
      *    The page's rows as they now stand on file, matched through
      *    the order number each row was loaded from, and what the
      *    customer's other lines owe as of now - so the credit check
      *    judges today's file, not the file as it was at load.

           MOVE 0 TO Off-Page-Bal
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
                           PERFORM Capture-One-Before-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Capture-One-Before-Line SECTION.

           MOVE "N" TO Order-Kept-Sw
           PERFORM VARYING Kept-Ind FROM 1 BY 1
                              UNTIL Kept-Ind > No-Of-Orders
               IF Page-Ord-No(Kept-Ind) = Ordl-Ord-No
                   SET Order-Kept TO TRUE
                   MOVE Ordl-Ord-Val    TO Before-Ord-Val(Kept-Ind)
                   MOVE Ordl-Pay-Val    TO Before-Pay-Val(Kept-Ind)
                   MOVE Ordl-Ord-No     TO Before-Ord-No(Kept-Ind)
                   MOVE Ordl-Ord-Date   TO Before-Ord-Date(Kept-Ind)
                   MOVE Ordl-Ord-Status TO Before-Ord-Status(Kept-Ind)
                   MOVE Ordl-Ord-Curr   TO Before-Ord-Curr(Kept-Ind)
                   MOVE Ordl-Ord-Curr-Val
                                     TO Before-Ord-Curr-Val(Kept-Ind)
               END-IF
           END-PERFORM
           IF NOT Order-Kept
               ADD Ordl-Ord-Val TO Off-Page-Bal
               SUBTRACT Ordl-Pay-Val FROM Off-Page-Bal
           END-IF
       .
      *---------------------------------------------------------------*
       Store-Order-Lines SECTION.
      *    The page's rows go back to custord.ism: a line taken off
      *    the page is deleted, every row in use is rewritten - or
      *    written, when new - and each line that changed is noted
      *    on the audit.  The balance is then rederived over
      *    all the customer's lines, the other pages' included.

           MOVE Before-C-Balance TO Running-Bal
           PERFORM Start-Audit-Record
           IF Before-Record-Found
               PERFORM VARYING Kept-Ind FROM 1 BY 1
                                  UNTIL Kept-Ind > No-Of-Orders
                   IF Before-Ord-No(Kept-Ind) NOT = 0
                       MOVE "N" TO Order-Kept-Sw
                       PERFORM VARYING Array-Ind FROM 1 BY 1
                                          UNTIL Array-Ind > No-Of-Orders
                           IF Customer-Ord-No(Array-Ind) =
                                             Before-Ord-No(Kept-Ind)
                               SET Order-Kept TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT Order-Kept
                           PERFORM Delete-One-Line
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               IF Customer-Ord-No(Array-Ind) NOT = 0
                   PERFORM Store-One-Line
               END-IF
           END-PERFORM

           MOVE 0 TO File-C-Balance
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
                           ADD Ordl-Ord-Val TO File-C-Balance
                           SUBTRACT Ordl-Pay-Val FROM File-C-Balance
                       END-IF
               END-READ
           END-PERFORM

      *    The page as saved is now the page as loaded.
           MOVE File-C-Balance TO Off-Page-Bal
           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               MOVE Customer-Ord-No(Array-Ind) TO Page-Ord-No(Array-Ind)
               SUBTRACT Customer-Ord-Val(Array-Ind) FROM Off-Page-Bal
               ADD Customer-Pay-Val(Array-Ind) TO Off-Page-Bal
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Delete-One-Line SECTION.

           MOVE Customer-C-Code TO Ordl-C-Code
           MOVE Before-Ord-No(Kept-Ind) TO Ordl-Ord-No
           DELETE Order-Line-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Before-Ord-Val(Kept-Ind) TO Line-Ord-Val-Before
                   MOVE Before-Pay-Val(Kept-Ind) TO Line-Pay-Val-Before
                   MOVE 0 TO Ordl-Ord-Val
                   MOVE 0 TO Ordl-Pay-Val
                   PERFORM Note-Touched-Line
                   SET Audit-Line-Off-File(Audit-Entry-Ind) TO TRUE
           END-DELETE
       .
      *---------------------------------------------------------------*
       Store-One-Line SECTION.

           MOVE Customer-C-Code TO Ordl-C-Code
           MOVE Customer-Ord-No(Array-Ind) TO Ordl-Ord-No
           READ Order-Line-File KEY IS Ordl-Key
               INVALID KEY
                   MOVE "N" TO Line-On-File-Sw
               NOT INVALID KEY
                   SET Line-On-File TO TRUE
           END-READ
      *    Any difference at all is noted, not only in the money -
      *    the audit entry carries the whole line as left, for
      *    Custrfwd to replay.
           MOVE "N" TO Line-Changed-Sw
           IF Line-On-File
               MOVE Ordl-Ord-Val TO Line-Ord-Val-Before
               MOVE Ordl-Pay-Val TO Line-Pay-Val-Before
               IF Customer-Ord-Date(Array-Ind) NOT = Ordl-Ord-Date
                  OR Customer-Ord-Val(Array-Ind) NOT = Ordl-Ord-Val
                  OR Customer-Pay-Val(Array-Ind) NOT = Ordl-Pay-Val
                  OR Customer-Ord-Type(Array-Ind) NOT = Ordl-Ord-Type
                  OR Customer-Ord-Status(Array-Ind) NOT =
                                                   Ordl-Ord-Status
                  OR Customer-Ord-Curr(Array-Ind) NOT = Ordl-Ord-Curr
                  OR Customer-Ord-Curr-Val(Array-Ind) NOT =
                                                   Ordl-Ord-Curr-Val
                   SET Line-Changed TO TRUE
               END-IF
           ELSE
               INITIALIZE Order-Line-Record
               MOVE Customer-C-Code TO Ordl-C-Code
               MOVE Customer-Ord-No(Array-Ind) TO Ordl-Ord-No
               MOVE File-C-Company TO Ordl-Company
               MOVE 0 TO Line-Ord-Val-Before
               MOVE 0 TO Line-Pay-Val-Before
           END-IF

           MOVE Customer-Ord-Date(Array-Ind)     TO Ordl-Ord-Date
           MOVE Customer-Ord-Val(Array-Ind)      TO Ordl-Ord-Val
           MOVE Customer-Pay-Val(Array-Ind)      TO Ordl-Pay-Val
           MOVE Customer-Ord-Type(Array-Ind)     TO Ordl-Ord-Type
           MOVE Customer-Ord-Status(Array-Ind)   TO Ordl-Ord-Status
           MOVE Customer-Ord-Curr(Array-Ind)     TO Ordl-Ord-Curr
           MOVE Customer-Ord-Curr-Val(Array-Ind) TO Ordl-Ord-Curr-Val

           IF Line-On-File
               REWRITE Order-Line-Record
               IF Line-Changed
                   PERFORM Note-Touched-Line
               END-IF
           ELSE
               WRITE Order-Line-Record
               PERFORM Note-Touched-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Start-Audit-Record SECTION.
      *    Up to ten touched lines to a record - Note-Touched-Line
      *    fills the entries and runs on into a further record when
      *    they are full, Finish-Audit-Record writes the last.
      *    Running-Bal carries the customer's balance from record to
      *    record.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id  TO Audit-Operator-Id
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE Running-Bal     TO Audit-Bal-Before
           MOVE 0 TO Audit-Entry-Ind
       .
      *---------------------------------------------------------------*
       Note-Touched-Line SECTION.
      *    Order-Line-Record holds the line as rewritten, Line-Before
      *    the values it had beforehand.  A caller that has taken the
      *    line off the file marks the entry Audit-Line-Off-File.

           IF Audit-Entry-Ind = 10
               MOVE Running-Bal TO Audit-Bal-After
               SET Alg-Action-Append TO TRUE
               CALL Audit-Log-Service USING Alg-Request Audit-Record
               PERFORM Start-Audit-Record
           END-IF
           ADD 1 TO Audit-Entry-Ind
           MOVE Line-Ord-Val-Before TO
                                 Audit-Ord-Val-Before(Audit-Entry-Ind)
           MOVE Line-Pay-Val-Before TO
                                 Audit-Pay-Val-Before(Audit-Entry-Ind)
           MOVE Ordl-Ord-Val TO Audit-Ord-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Pay-Val TO Audit-Pay-Val-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-No TO Audit-Ord-No(Audit-Entry-Ind)
           MOVE Ordl-Ord-Date TO Audit-Ord-Date-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Type TO Audit-Ord-Type-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Status TO
                                 Audit-Ord-Status-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr TO Audit-Ord-Curr-After(Audit-Entry-Ind)
           MOVE Ordl-Ord-Curr-Val TO
                              Audit-Ord-Curr-Val-After(Audit-Entry-Ind)
           COMPUTE Running-Bal = Running-Bal
                               + Ordl-Ord-Val - Ordl-Pay-Val
                               - Line-Ord-Val-Before
                               + Line-Pay-Val-Before
       .
      *---------------------------------------------------------------*
       Finish-Audit-Record SECTION.

           MOVE File-C-Balance TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Clear-Flags SECTION.
           PERFORM Release-Customer-Lock
           INITIALIZE Customer-Record
           INITIALIZE Customer-Data-Block
           PERFORM Clear-Order-Page
           PERFORM Set-Up-For-Refresh-Screen
       .
      *---------------------------------------------------------------*
           MOVE Customer-C-Limit TO File-C-Limit
           MOVE Customer-C-Area TO File-C-Area
           MOVE Customer-C-Image-Path TO File-C-Image-Path
           MOVE Before-C-Company TO File-C-Company
       .
      *---------------------------------------------------------------*
       Fill-Screen-From-Record SECTION.
      *    field; the refresh dialog's callout to imagectl
      *    (SET-PICTURE) then paints the photograph.
           MOVE File-C-Image-Path TO Customer-C-Image-Path
           MOVE 1 TO Order-Page-No
           PERFORM Load-Order-Page
       .
      *---------------------------------------------------------------*
       Fill-Screen-Ord-Site SECTION.

           MOVE SPACES TO Customer-Ord-Site(Array-Ind)
           IF Customer-Ord-No(Array-Ind) NOT = 0
               MOVE Customer-Ord-No(Array-Ind) TO Osh-Ord-No
               READ Order-Ship-To-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Osh-Site-Code TO
                                         Customer-Ord-Site(Array-Ind)
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Order-Page SECTION.
      *    Page Order-Page-No of the customer's lines onto the grid,
      *    skipping the lines of the pages before it; every line not
      *    shown goes into Off-Page-Bal instead.  Like a load, a page
      *    turn reads afresh from file - whatever was keyed on the
      *    page being left and not saved is dropped.

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > No-Of-Orders
               PERFORM Clear-Order-Row
           END-PERFORM
           INITIALIZE Page-Loaded-Lines
           MOVE 0 TO Off-Page-Bal
           MOVE 0 TO Page-Line-Count
           MOVE "N" TO Page-More-Sw
           COMPUTE Page-Skip-Count = (Order-Page-No - 1) * No-Of-Orders
           MOVE Customer-C-Code TO Ordl-C-Code
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
                       IF Ordl-C-Code NOT = Customer-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           PERFORM Load-One-Page-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Load-One-Page-Line SECTION.

           ADD 1 TO Page-Line-Count
           IF Page-Line-Count > Page-Skip-Count
              AND Page-Line-Count NOT > Page-Skip-Count + No-Of-Orders
               COMPUTE Array-Ind = Page-Line-Count - Page-Skip-Count
               MOVE Ordl-Ord-No       TO Customer-Ord-No(Array-Ind)
               MOVE Ordl-Ord-Date     TO Customer-Ord-Date(Array-Ind)
               MOVE Ordl-Ord-Val      TO Customer-Ord-Val(Array-Ind)
               MOVE Ordl-Pay-Val      TO Customer-Pay-Val(Array-Ind)
               MOVE Ordl-Ord-Type     TO Customer-Ord-Type(Array-Ind)
               MOVE Ordl-Ord-Status   TO Customer-Ord-Status(Array-Ind)
               MOVE Ordl-Ord-Curr     TO Customer-Ord-Curr(Array-Ind)
               MOVE Ordl-Ord-Curr-Val TO
                                       Customer-Ord-Curr-Val(Array-Ind)
               MOVE Ordl-Ord-No       TO Page-Ord-No(Array-Ind)
               PERFORM Fill-Screen-Ord-Site
           ELSE
               ADD Ordl-Ord-Val TO Off-Page-Bal
               SUBTRACT Ordl-Pay-Val FROM Off-Page-Bal
               IF Page-Line-Count > Page-Skip-Count
                   SET Page-More-Lines TO TRUE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Clear-Order-Row SECTION.

           MOVE 0      TO Customer-Ord-No(Array-Ind)
           MOVE 0      TO Customer-Ord-Date(Array-Ind)
           MOVE 0      TO Customer-Ord-Val(Array-Ind)
           MOVE 0      TO Customer-Pay-Val(Array-Ind)
           MOVE 0      TO Customer-Ord-Bal(Array-Ind)
           MOVE SPACE  TO Customer-Ord-Type(Array-Ind)
           MOVE SPACE  TO Customer-Ord-Status(Array-Ind)
           MOVE SPACES TO Customer-Ord-Curr(Array-Ind)
           MOVE 0      TO Customer-Ord-Curr-Val(Array-Ind)
           MOVE SPACES TO Customer-Ord-Site(Array-Ind)
       .
      *---------------------------------------------------------------*
       Clear-Order-Page SECTION.
      *    Back to page one of nothing - a cleared screen, or a code
      *    not on file yet.

           MOVE 1 TO Order-Page-No
           MOVE 0 TO Off-Page-Bal
           MOVE "N" TO Page-More-Sw
           INITIALIZE Page-Loaded-Lines
       .
      *---------------------------------------------------------------*
       Show-Next-Order-Page SECTION.
      *    Forward a page - and on past the last line when this page
      *    is full, which is where a new line goes once every row of
      *    the last page is in use.

           IF Customer-C-Code NOT = SPACES
              AND (Page-More-Lines
                   OR Page-Ord-No(No-Of-Orders) NOT = 0)
               ADD 1 TO Order-Page-No
               PERFORM Load-Order-Page
               PERFORM Derivations
               PERFORM Set-Up-For-Refresh-Screen
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Previous-Order-Page SECTION.

           IF Customer-C-Code NOT = SPACES
              AND Order-Page-No > 1
               SUBTRACT 1 FROM Order-Page-No
               PERFORM Load-Order-Page
               PERFORM Derivations
               PERFORM Set-Up-For-Refresh-Screen
           END-IF
       .
      *---------------------------------------------------------------*
       Reorder-Order-Rows SECTION.
      *    Swap the order line the operator dragged with the one it
      *    was dropped on, so a mis-keyed sequence can be fixed
      *    without deleting and re-entering either row.  A page is
      *    always loaded in order-number sequence, so the swap holds
      *    only until the page is next read from file.
           IF Drag-From-Row > 0 AND Drag-From-Row NOT > No-Of-Orders
             AND Drag-To-Row > 0 AND Drag-To-Row NOT > No-Of-Orders
             AND Drag-From-Row NOT = Drag-To-Row
               MOVE Customer-Ord-Curr(Drag-From-Row) TO Swap-Ord-Curr
               MOVE Customer-Ord-Curr-Val(Drag-From-Row)
                                                 TO Swap-Ord-Curr-Val
               MOVE Customer-Ord-Site(Drag-From-Row) TO Swap-Ord-Site

               MOVE Customer-Ord-No(Drag-To-Row) TO
                                        Customer-Ord-No(Drag-From-Row)
                                        Customer-Ord-Curr(Drag-From-Row)
               MOVE Customer-Ord-Curr-Val(Drag-To-Row) TO
                                    Customer-Ord-Curr-Val(Drag-From-Row)
               MOVE Customer-Ord-Site(Drag-To-Row) TO
                                        Customer-Ord-Site(Drag-From-Row)

               MOVE Swap-Ord-No   TO Customer-Ord-No(Drag-To-Row)
               MOVE Swap-Ord-Date TO Customer-Ord-Date(Drag-To-Row)
               MOVE Swap-Ord-Curr TO Customer-Ord-Curr(Drag-To-Row)
               MOVE Swap-Ord-Curr-Val TO
                                    Customer-Ord-Curr-Val(Drag-To-Row)
               MOVE Swap-Ord-Site TO Customer-Ord-Site(Drag-To-Row)

               PERFORM Set-Up-For-Refresh-Screen
           END-IF
                              Customer-Pay-Val(Paste-Free-Ind)
               MOVE "O" TO Customer-Ord-Type(Paste-Free-Ind)
               MOVE "O" TO Customer-Ord-Status(Paste-Free-Ind)
               MOVE SPACES TO Customer-Ord-Site(Paste-Free-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Order-Items SECTION.
      *    Hand the order row of interest, the customer whose price
      *    agreements apply and the order date they are judged on
      *    across to the item-entry window - the product/quantity
      *    detail lives in Orditem the same callable-companion way
      *    the notes live in Custnote, so the picking list and
      *    Custchek share exactly one detail layout.

           IF Customer-Index-Of-Interest >= 1
              AND Customer-Index-Of-Interest NOT > No-Of-Orders
              AND Customer-Ord-No(Customer-Index-Of-Interest) NOT = 0
               MOVE Customer-Ord-Date(Customer-Index-Of-Interest)
                                     TO Item-Ord-Date
               CALL Item-Entry-Window USING
                   Customer-Ord-No(Customer-Index-Of-Interest)
                   Customer-C-Code
                   Item-Ord-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Show-Ship-To-Sites SECTION.
      *    Hand the on-screen customer across to the ship-to sites
      *    window, alongside the notes window.  Sites added there
      *    are good for an order line the moment the window closes.

           IF Customer-C-Code NOT = SPACES
               CALL Ship-To-Window USING Customer-C-Code
      *        the window creates custshto.ism on first use
               IF NOT Ship-To-File-Open
                   OPEN INPUT Ship-To-File
                   IF NOT Ship-To-File-Not-Found
                       SET Ship-To-File-Open TO TRUE
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       Derivations SECTION.

      *    The lines on the other pages come in through Off-Page-Bal.
           MOVE Off-Page-Bal TO Customer-C-Bal
           PERFORM VARYING Array-Ind
                              FROM 1 BY 1 UNTIL Array-Ind > No-Of-Orders
               COMPUTE Customer-Ord-Bal(Array-Ind) =

       Poss-Invoke-New-Instance SECTION.

      *   A row past the foot of the grid - the next page has room
      *   for another line.
          IF Customer-Index-Of-Interest > No-Of-Orders
             PERFORM Show-Next-Order-Page
          ELSE
      *      Instance-Table holds 32 slots (see Group-Record-No's
      *      OCCURS above), but this search used to stop after the
            END-IF
          END-IF
       .
      *---------------------------------------------------------------*
       Close-Instance SECTION.

