               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS User-File-Status.

           SELECT Menu-File ASSIGN "menu.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Menu-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * File FD's here
      *    the routed programs this operator may enter, as a list of
      *    names separated by spaces, e.g. "PROGRAMA PROGRAMB"
           03  User-Programs          PIC X(40).
      *    the password standing - see CUSTOM1/PWDCHECK.CBL
           03  FILLER                 PIC X(34).

      *    The operations menu - one line per interactive program:
      *    the group it is listed under, the name the profiles on
      *    users.dat, the log and the registry know it by, the name
      *    it is CALLed by, and what it is for
       FD  Menu-File.
       01  Menu-Record.
           03  Mnu-Group              PIC X(16).
           03  FILLER                 PIC X(1).
           03  Mnu-Program            PIC X(8).
           03  FILLER                 PIC X(1).
           03  Mnu-Call-Name          PIC X(16).
           03  FILLER                 PIC X(1).
           03  Mnu-Description        PIC X(36).

       WORKING-STORAGE SECTION.

      * Name of the program last called is placed in here
           01 Dispatched-Program PIC X(8) VALUE SPACES.

      * Name of the main  program - the operations menu, which the
      * router shows itself (see Show-Operations-Menu)
           01 Main-Program       PIC x(8) VALUE "MENU".

      *    One audit line per program hand-off, written to
      *    Router-Log-File so a support person can see the
      *    sequence of screensets a session passed through, and
      *    whose session it was.
           01 Router-Log-Line.
               03 Log-Date            PIC 9(8).
               03 FILLER              PIC X(1) VALUE SPACE.
               03 Log-From-Program    PIC X(8).
               03 FILLER              PIC X(4) VALUE " TO ".
               03 Log-To-Program      PIC X(8).
               03 FILLER              PIC X(4) VALUE " BY ".
               03 Log-Operator        PIC X(8).

      *    Checkpoint of the currently dispatched program, kept
      *    up to date across the run so that if this session is
              88 User-File-Not-Found     VALUE "35".
           01 Signed-On-Sw            PIC X(1) VALUE "N".
              88 Signed-On               VALUE "Y".
           01 Operator-Known-Sw       PIC X(1) VALUE "N".
              88 Operator-Known          VALUE "Y".
           01 Sign-On-Tries           PIC 9(1) VALUE 0.
           01 Change-Tries            PIC 9(1) VALUE 0.
           01 Keyed-Operator-Id       PIC X(8).
           01 Keyed-Password          PIC X(16).
           01 Keyed-New-Password      PIC X(16).
           01 Keyed-Confirm-Password  PIC X(16).
           01 Allowed-Programs        PIC X(40).
           01 Dispatch-Allowed-Sw     PIC X(1).
              88 Dispatch-Allowed        VALUE "Y".
               03 FILLER              PIC X(4) VALUE " TO ".
               03 Deny-Program        PIC X(8).

      *    One line as a session signs on and one as it signs off,
      *    with the workstation, so the trail says who sat where and
      *    when after the registry slot is long gone.  The program
      *    is the first one routed to at sign-on, the last one in
      *    use at sign-off.  Custoact reads all three kinds of line
      *    for the operator activity report.
           01 Router-Session-Line.
               03 Ses-Date            PIC 9(8).
               03 FILLER              PIC X(1) VALUE SPACE.
               03 Ses-Time            PIC 9(8).
               03 FILLER              PIC X(1) VALUE SPACE.
               03 Ses-Event           PIC X(8).
               03 Ses-Operator        PIC X(8).
               03 FILLER              PIC X(4) VALUE " AT ".
               03 Ses-Workstation     PIC X(8).
               03 FILLER              PIC X(4) VALUE " IN ".
               03 Ses-Program         PIC X(8).

      *    ROUTER.LOG is not shipped with the system - on a fresh
      *    install it doesn't exist yet, and an unguarded OPEN EXTEND
      *    on a missing line-sequential file aborts the router before
           COPY "SESSREG.CPY".
           01 My-Workstation          PIC X(8).

      *    Passwords - held on users.dat beside the access list and
      *    checked, changed and locked by the shared password check
           01 Password-Service        PIC X(8) VALUE "pwdcheck".
           COPY "PWDCHECK.CPY".

      *    The run's marker that an operator is signed on - every
      *    menu program asks it before starting (see RTRSESS.CBL)
           01 Router-Session-Service  PIC X(8) VALUE "rtrsess".
           COPY "RTRSESS.CPY".

      *    The operations menu.  menu.dat lists the interactive
      *    programs by group; a system without one gets the suite's
      *    own list below.  Only the entries the operator's profile
      *    allows are shown, numbered in the order listed.
           01 Menu-File-Status        PIC X(2).
              88 Menu-File-Eof           VALUE "10".
              88 Menu-File-Not-Found     VALUE "35".
           01 Menu-Loaded-Sw          PIC X(1) VALUE "N".
              88 Menu-Loaded             VALUE "Y".
           01 Menu-Count              PIC 9(2) COMP-5 VALUE 0.
           01 Menu-Ind                PIC 9(2) COMP-5.
           01 Shown-Count             PIC 9(2) COMP-5.
           01 Last-Group              PIC X(16).
           01 Menu-Answer             PIC X(8).
           01 Picked-No-X             PIC X(2).
           01 Picked-No REDEFINES Picked-No-X PIC 9(2).
           01 Call-Name               PIC X(16).
           01 Call-Failed-Sw          PIC X(1).
              88 Call-Failed             VALUE "Y".
           01 Menu-Table.
               03 Menu-Entry OCCURS 99.
                   05 Me-Group           PIC X(16).
                   05 Me-Program         PIC X(8).
                   05 Me-Call-Name       PIC X(16).
                   05 Me-Description     PIC X(36).
                   05 Me-Shown-Sw        PIC X(1).
                      88 Me-Shown           VALUE "Y".
           01 Menu-Show-Line.
               03 FILLER              PIC X(3) VALUE SPACES.
               03 Msl-No              PIC Z9.
               03 FILLER              PIC X(1) VALUE SPACE.
               03 Msl-Program         PIC X(8).
               03 FILLER              PIC X(1) VALUE SPACE.
               03 Msl-Description     PIC X(36).

           01 Default-Menu-Values.
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTOM1".
               03 FILLER PIC X(16) VALUE "custom1".
               03 FILLER PIC X(36)
                              VALUE "Customer maintenance".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTLKUP".
               03 FILLER PIC X(16) VALUE "custlkup".
               03 FILLER PIC X(36)
                              VALUE "Customer lookup by name".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTBRWS".
               03 FILLER PIC X(16) VALUE "custbrws".
               03 FILLER PIC X(36)
                              VALUE "Customer and order browser".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTAINQ".
               03 FILLER PIC X(16) VALUE "custainq".
               03 FILLER PIC X(36)
                              VALUE "Audit trail inquiry".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTHINQ".
               03 FILLER PIC X(16) VALUE "custhinq".
               03 FILLER PIC X(36)
                              VALUE "Order history inquiry".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTADRI".
               03 FILLER PIC X(16) VALUE "custadri".
               03 FILLER PIC X(36)
                              VALUE "Name and address history".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTHTMV".
               03 FILLER PIC X(16) VALUE "custhtmv".
               03 FILLER PIC X(36)
                              VALUE "HTML statement preview".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTQUOT".
               03 FILLER PIC X(16) VALUE "custquot".
               03 FILLER PIC X(36)
                              VALUE "Quotation desk".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTRMA".
               03 FILLER PIC X(16) VALUE "custrma".
               03 FILLER PIC X(36)
                              VALUE "Returns authorisation desk".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTRECM".
               03 FILLER PIC X(16) VALUE "custrecm".
               03 FILLER PIC X(36)
                              VALUE "Recurring order templates".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTIRPT".
               03 FILLER PIC X(16) VALUE "custirpt".
               03 FILLER PIC X(36)
                              VALUE "Invoice reprint".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTSRPT".
               03 FILLER PIC X(16) VALUE "custsrpt".
               03 FILLER PIC X(36)
                              VALUE "Statement reprint".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTMADR".
               03 FILLER PIC X(16) VALUE "custmadr".
               03 FILLER PIC X(36)
                              VALUE "Statement email addresses".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTSEL".
               03 FILLER PIC X(16) VALUE "custsel".
               03 FILLER PIC X(36)
                              VALUE "Customer mailing extract".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTFAMM".
               03 FILLER PIC X(16) VALUE "custfamm".
               03 FILLER PIC X(36)
                              VALUE "National account links".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTDRST".
               03 FILLER PIC X(16) VALUE "custdrst".
               03 FILLER PIC X(36)
                              VALUE "Deleted customer restore".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTMERG".
               03 FILLER PIC X(16) VALUE "custmerg".
               03 FILLER PIC X(36)
                              VALUE "Duplicate customer merge".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTZONE".
               03 FILLER PIC X(16) VALUE "custzone".
               03 FILLER PIC X(36)
                              VALUE "Territory re-zoning".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTAMNT".
               03 FILLER PIC X(16) VALUE "custamnt".
               03 FILLER PIC X(36)
                              VALUE "Area master".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CUSTBMNT".
               03 FILLER PIC X(16) VALUE "custbmnt".
               03 FILLER PIC X(36)
                              VALUE "Sales budgets".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "POSTMNT".
               03 FILLER PIC X(16) VALUE "postmnt".
               03 FILLER PIC X(36)
                              VALUE "Postcode districts".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "PRODMNT".
               03 FILLER PIC X(16) VALUE "prodmnt".
               03 FILLER PIC X(36)
                              VALUE "Product catalogue".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "STOCKMNT".
               03 FILLER PIC X(16) VALUE "stockmnt".
               03 FILLER PIC X(36)
                              VALUE "Goods in and stock levels".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "PRAGMNT".
               03 FILLER PIC X(16) VALUE "pragmnt".
               03 FILLER PIC X(36)
                              VALUE "Customer price agreements".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "TERMMNT".
               03 FILLER PIC X(16) VALUE "termmnt".
               03 FILLER PIC X(36)
                              VALUE "Payment terms".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "COMPMNT".
               03 FILLER PIC X(16) VALUE "compmnt".
               03 FILLER PIC X(36)
                              VALUE "Trading companies".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "TAXMNT".
               03 FILLER PIC X(16) VALUE "taxmnt".
               03 FILLER PIC X(36)
                              VALUE "VAT rates".
               03 FILLER PIC X(16) VALUE "CUSTOMER LEDGER".
               03 FILLER PIC X(8)  VALUE "CURRMNT".
               03 FILLER PIC X(16) VALUE "currmnt".
               03 FILLER PIC X(36)
                              VALUE "Exchange rates".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTCOLW".
               03 FILLER PIC X(16) VALUE "custcolw".
               03 FILLER PIC X(36)
                              VALUE "Collections call worklist".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTDISP".
               03 FILLER PIC X(16) VALUE "custdisp".
               03 FILLER PIC X(36)
                              VALUE "Dispute worklist".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTSUSP".
               03 FILLER PIC X(16) VALUE "custsusp".
               03 FILLER PIC X(36)
                              VALUE "Cash suspense".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTCAPM".
               03 FILLER PIC X(16) VALUE "custcapm".
               03 FILLER PIC X(36)
                              VALUE "Credit applications".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTCRVA".
               03 FILLER PIC X(16) VALUE "custcrva".
               03 FILLER PIC X(36)
                              VALUE "Credit limit review approval".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTLIMA".
               03 FILLER PIC X(16) VALUE "custlima".
               03 FILLER PIC X(36)
                              VALUE "Credit limit increase approval".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTSTOP".
               03 FILLER PIC X(16) VALUE "custstop".
               03 FILLER PIC X(36)
                              VALUE "Account stops".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTPLNM".
               03 FILLER PIC X(16) VALUE "custplnm".
               03 FILLER PIC X(36)
                              VALUE "Payment plans".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTDDMN".
               03 FILLER PIC X(16) VALUE "custddmn".
               03 FILLER PIC X(36)
                              VALUE "Direct debit mandates".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTRFNA".
               03 FILLER PIC X(16) VALUE "custrfna".
               03 FILLER PIC X(36)
                              VALUE "Refund approval".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTWOFF".
               03 FILLER PIC X(16) VALUE "custwoff".
               03 FILLER PIC X(36)
                              VALUE "Bad debt write-off".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CUSTDOSS".
               03 FILLER PIC X(16) VALUE "custdoss".
               03 FILLER PIC X(36)
                              VALUE "Customer dossier print".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "COLLMNT".
               03 FILLER PIC X(16) VALUE "collmnt".
               03 FILLER PIC X(36)
                              VALUE "Collector assignments".
               03 FILLER PIC X(16) VALUE "CREDIT CONTROL".
               03 FILLER PIC X(8)  VALUE "CRAMNT".
               03 FILLER PIC X(16) VALUE "cramnt".
               03 FILLER PIC X(36)
                              VALUE "Credit agency registrations".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACEENTR".
               03 FILLER PIC X(16) VALUE "race-entries".
               03 FILLER PIC X(36)
                              VALUE "Race entries and check-in".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACERSLT".
               03 FILLER PIC X(16) VALUE "race-results".
               03 FILLER PIC X(36)
                              VALUE "Results capture".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACEEVNT".
               03 FILLER PIC X(16) VALUE "race-events".
               03 FILLER PIC X(36)
                              VALUE "Events master".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACERECS".
               03 FILLER PIC X(16) VALUE "race-records".
               03 FILLER PIC X(36)
                              VALUE "Course records".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACECLUB".
               03 FILLER PIC X(16) VALUE "race-clubmnt".
               03 FILLER PIC X(36)
                              VALUE "Clubs master".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACERCPT".
               03 FILLER PIC X(16) VALUE "race-clubrcpt".
               03 FILLER PIC X(36)
                              VALUE "Club receipts".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACERUNR".
               03 FILLER PIC X(16) VALUE "race-runmerge".
               03 FILLER PIC X(36)
                              VALUE "Competitor register".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACEPROT".
               03 FILLER PIC X(16) VALUE "race-protest".
               03 FILLER PIC X(36)
                              VALUE "Protests and penalties".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACETEAM".
               03 FILLER PIC X(16) VALUE "race-teams".
               03 FILLER PIC X(36)
                              VALUE "Relay teams".
               03 FILLER PIC X(16) VALUE "RACE DESK".
               03 FILLER PIC X(8)  VALUE "RACECOST".
               03 FILLER PIC X(16) VALUE "race-evcost".
               03 FILLER PIC X(36)
                              VALUE "Event costs".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "RPTVIEW".
               03 FILLER PIC X(16) VALUE "rptview".
               03 FILLER PIC X(36)
                              VALUE "Report viewer and archive".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "SPOOLMGR".
               03 FILLER PIC X(16) VALUE "spoolmgr".
               03 FILLER PIC X(36)
                              VALUE "Print queue".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTMMGR".
               03 FILLER PIC X(16) VALUE "custmmgr".
               03 FILLER PIC X(36)
                              VALUE "Email despatch queue".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "DISTMNT".
               03 FILLER PIC X(16) VALUE "distmnt".
               03 FILLER PIC X(36)
                              VALUE "Report distribution table".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "ERRCONS".
               03 FILLER PIC X(16) VALUE "errcons".
               03 FILLER PIC X(36)
                              VALUE "Error console".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "SESSMON".
               03 FILLER PIC X(16) VALUE "sessmon".
               03 FILLER PIC X(36)
                              VALUE "Session monitor".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "PROGMON".
               03 FILLER PIC X(16) VALUE "progmon".
               03 FILLER PIC X(36)
                              VALUE "Batch progress monitor".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTDASH".
               03 FILLER PIC X(16) VALUE "custdash".
               03 FILLER PIC X(36)
                              VALUE "Morning operations dashboard".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CALMAINT".
               03 FILLER PIC X(16) VALUE "calmaint".
               03 FILLER PIC X(36)
                              VALUE "Business calendar".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTPERM".
               03 FILLER PIC X(16) VALUE "custperm".
               03 FILLER PIC X(36)
                              VALUE "Accounting period close".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTMEND".
               03 FILLER PIC X(16) VALUE "custmend".
               03 FILLER PIC X(36)
                              VALUE "Month-end close checklist".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTYEND".
               03 FILLER PIC X(16) VALUE "custyend".
               03 FILLER PIC X(36)
                              VALUE "Year-end roll-over".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "CUSTLOCK".
               03 FILLER PIC X(16) VALUE "custlock".
               03 FILLER PIC X(36)
                              VALUE "Stale customer lock sweep".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "SITEMNT".
               03 FILLER PIC X(16) VALUE "sitemnt".
               03 FILLER PIC X(36)
                              VALUE "Site configuration".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "PWDMNT".
               03 FILLER PIC X(16) VALUE "pwdmnt".
               03 FILLER PIC X(36)
                              VALUE "Operator passwords".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "FEEDMNT".
               03 FILLER PIC X(16) VALUE "feedmnt".
               03 FILLER PIC X(36)
                              VALUE "Inbound file register".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "DPSUBJ".
               03 FILLER PIC X(16) VALUE "dpsubj".
               03 FILLER PIC X(36)
                              VALUE "Data protection requests".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "PROGRAMA".
               03 FILLER PIC X(16) VALUE "PROGRAMA".
               03 FILLER PIC X(36)
                              VALUE "Router screen A".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "PROGRAMB".
               03 FILLER PIC X(16) VALUE "PROGRAMB".
               03 FILLER PIC X(36)
                              VALUE "Router screen B".
               03 FILLER PIC X(16) VALUE "OPERATIONS".
               03 FILLER PIC X(8)  VALUE "PROGRAMC".
               03 FILLER PIC X(16) VALUE "PROGRAMC".
               03 FILLER PIC X(36)
                              VALUE "Router screen C".
           01 Default-Menu REDEFINES Default-Menu-Values.
               03 Default-Menu-Entry OCCURS 72.
                   05 Dm-Group           PIC X(16).
                   05 Dm-Program         PIC X(8).
                   05 Dm-Call-Name       PIC X(16).
                   05 Dm-Description     PIC X(36).

      * Shared area common to all programs (copied
      * into the LINKAGE SECTIONs of other programs
           COPY "ROUTER.CPY".
           MOVE "ROUTER" TO Sr-Program
           CALL Registry-Service USING Sr-Request

      *    and the menu programs may start from now on
           SET Rts-Action-Sign-On TO TRUE
           MOVE Operator-Id TO Rts-Operator-Id
           CALL Router-Session-Service USING Router-Session

      *    See if a checkpoint was left behind by an earlier,
      *    interrupted run of this router
           PERFORM Read-Checkpoint
           IF Ckpt-Found
               MOVE Dispatched-Program TO Program-Name
           ELSE
      *        Start at the menu
               MOVE Main-Program TO Program-Name
           END-IF

               CLOSE Router-Log-File
               OPEN EXTEND Router-Log-File
           END-IF
           MOVE "SIGNON" TO Ses-Event
           MOVE Program-Name TO Ses-Program
           PERFORM Write-Router-Session-Record

      *    Call program in Program-Name until exit is requested
           PERFORM UNTIL Exit-On-Return

      *        At the menu the operator picks the next program, or
      *        signs off
               IF Program-Name = Main-Program
                   PERFORM Show-Operations-Menu
                   EXIT PERFORM CYCLE
               END-IF

      *        The profile from sign-on decides whether this
      *        operator may enter the requested program at all
               PERFORM Judge-Dispatch-Allowed
               IF NOT Dispatch-Allowed
                   PERFORM Write-Router-Deny-Record
                   MOVE Main-Program TO Program-Name
                   EXIT PERFORM CYCLE
               END-IF
               MOVE Program-Name TO Sr-Program
               CALL Registry-Service USING Sr-Request

      *        Dispatch program in Program-Name, by the name the
      *        menu says it is CALLed by
               PERFORM Find-Call-Name
               MOVE "N" TO Call-Failed-Sw
               CALL Call-Name USING Program-Control
                   ON EXCEPTION
                       SET Call-Failed TO TRUE
               END-CALL
               EVALUATE TRUE
                   WHEN Call-Failed
                       DISPLAY Program-Name
                               " IS NOT INSTALLED ON THIS SYSTEM"
                       MOVE Main-Program TO Program-Name
                   WHEN Cancel-On-Return
      *                If last program requested cancel - do cancel
      *                and go back to the menu
                       SET Cancel-On-Return TO FALSE
                       CANCEL Call-Name
                       MOVE Main-Program TO Program-Name
                   WHEN Exit-On-Return
      *                A program asking to finish brings the operator
      *                back to the menu - only the menu signs off
                       SET Exit-On-Return TO FALSE
                       MOVE Main-Program TO Program-Name
                   WHEN Program-Name = Dispatched-Program
      *                Finished without handing on to another - the
      *                suite programs start afresh each time picked
                       CANCEL Call-Name
                       MOVE Main-Program TO Program-Name
               END-EVALUATE
               IF NOT Call-Failed
                   PERFORM Write-Router-Log-Record
               END-IF

      *        Back at the menu - the checkpoint and the board say so
               IF Program-Name = Main-Program
                   MOVE Main-Program TO Dispatched-Program
                   PERFORM Write-Checkpoint
                   MOVE Main-Program TO Sr-Program
                   CALL Registry-Service USING Sr-Request
               END-IF
           END-PERFORM

           MOVE "SIGNOFF" TO Ses-Event
           MOVE Dispatched-Program TO Ses-Program
           PERFORM Write-Router-Session-Record
           CLOSE Router-Log-File

      *    sign the session off the board; a session that dies
      *    before reaching here is cleared by Sessmon's sweep
           SET Sr-Action-Off TO TRUE
           CALL Registry-Service USING Sr-Request
           SET Rts-Action-End TO TRUE
           CALL Router-Session-Service USING Router-Session

      *    Clean shutdown - remove the checkpoint so the next
      *    run starts at Main-Program again
           ACCEPT Log-Time FROM TIME
           MOVE Dispatched-Program TO Log-From-Program
           MOVE Program-Name TO Log-To-Program
           MOVE Operator-Id TO Log-Operator
           WRITE Router-Log-Record FROM Router-Log-Line.

      *----------------------------------------------------------------
      *    Writes the sign-on or sign-off line - Ses-Event and
      *    Ses-Program are set by the caller
      *----------------------------------------------------------------
       Write-Router-Session-Record.
           ACCEPT Ses-Date FROM DATE YYYYMMDD
           ACCEPT Ses-Time FROM TIME
           MOVE Operator-Id TO Ses-Operator
           MOVE My-Workstation TO Ses-Workstation
           WRITE Router-Log-Record FROM Router-Session-Line.

      *----------------------------------------------------------------
      *    Asks for the operator id at the console and looks it up
      *    on users.dat, keeping the access profile, then asks for
      *    the password and carries the id in the shared area so the
      *    routed programs can show who is working.  Three tries,
      *    then the router closes; three wrong passwords in a row
      *    lock the operator out until a supervisor clears it.
      *----------------------------------------------------------------
       Sign-On-Operator.
           PERFORM UNTIL Signed-On OR Sign-On-Tries = 3
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT Keyed-Operator-Id
               PERFORM Look-Up-Operator
               IF NOT Operator-Known
                   DISPLAY "NOT ON THE USER MASTER"
               ELSE
                   PERFORM Check-Operator-Password
               END-IF
           END-PERFORM
           IF Signed-On
      *----------------------------------------------------------------
       Look-Up-Operator.
           MOVE SPACES TO Allowed-Programs
           MOVE "N" TO Operator-Known-Sw
           OPEN INPUT User-File
           IF User-File-Not-Found
               DISPLAY "NO USERS.DAT ON THIS SYSTEM"
           ELSE
               PERFORM UNTIL User-File-Eof OR Operator-Known
                   READ User-File
                       AT END
                           CONTINUE
                       NOT AT END
                           IF User-Id = Keyed-Operator-Id
                               SET Operator-Known TO TRUE
                               MOVE User-Programs
                                         TO Allowed-Programs
                           END-IF
               CLOSE User-File
           END-IF.

      *----------------------------------------------------------------
      *    The password for the operator just found.  A lockout ends
      *    the sign-on there and then - there is no point offering
      *    the rest of the tries to an operator who cannot get in.
      *----------------------------------------------------------------
       Check-Operator-Password.
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT Keyed-Password WITH NO-ECHO
           INITIALIZE Pwd-Check
           SET Pwd-Verify TO TRUE
           MOVE "ROUTER" TO Pwd-Program
           MOVE Keyed-Operator-Id TO Pwd-User-Id
           MOVE Keyed-Password TO Pwd-Password
           CALL Password-Service USING Pwd-Check
           EVALUATE TRUE
               WHEN Pwd-Ok AND Pwd-Change-Due
                   PERFORM Change-Operator-Password
               WHEN Pwd-Ok
                   SET Signed-On TO TRUE
               WHEN Pwd-Locked
                   DISPLAY "OPERATOR LOCKED OUT - SEE A SUPERVISOR"
                   MOVE 3 TO Sign-On-Tries
               WHEN OTHER
                   DISPLAY "PASSWORD NOT ACCEPTED - " Pwd-Tries-Left
                           " MORE BEFORE LOCKOUT"
           END-EVALUATE.

      *----------------------------------------------------------------
      *    A first password, one a supervisor has reset, or one past
      *    its life must be changed before the session goes any
      *    further.  The new one is keyed twice.
      *----------------------------------------------------------------
       Change-Operator-Password.
           DISPLAY "YOUR PASSWORD MUST BE CHANGED NOW"
           MOVE 0 TO Change-Tries
           PERFORM UNTIL Signed-On OR Change-Tries = 3
               ADD 1 TO Change-Tries
               DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
               ACCEPT Keyed-New-Password WITH NO-ECHO
               DISPLAY "NEW PASSWORD AGAIN: " WITH NO ADVANCING
               ACCEPT Keyed-Confirm-Password WITH NO-ECHO
               IF Keyed-New-Password NOT = Keyed-Confirm-Password
                   DISPLAY "THE TWO DID NOT MATCH"
               ELSE
                   SET Pwd-Change TO TRUE
                   MOVE Keyed-Password TO Pwd-Password
                   MOVE Keyed-New-Password TO Pwd-New-Password
                   CALL Password-Service USING Pwd-Check
                   IF Pwd-Ok
                       SET Signed-On TO TRUE
                       DISPLAY "PASSWORD CHANGED"
                   ELSE
                       DISPLAY "NOT ACCEPTED - AT LEAST SIX "
                               "CHARACTERS AND NOT THE OLD ONE"
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Signed-On
               MOVE 3 TO Sign-On-Tries
           END-IF.

      *----------------------------------------------------------------
      *    The operations menu - every entry this operator's profile
      *    allows, under its group, numbered.  The operator keys the
      *    number or the program name, or Q to sign off; a name that
      *    is not on the menu still goes through the profile check
      *    and is refused and logged like any other.
      *----------------------------------------------------------------
       Show-Operations-Menu.
           IF NOT Menu-Loaded
               PERFORM Load-Operations-Menu
           END-IF
           DISPLAY " "
           DISPLAY "OPERATIONS MENU - " Operator-Id
           MOVE 0 TO Shown-Count
           MOVE SPACES TO Last-Group
           PERFORM VARYING Menu-Ind FROM 1 BY 1
                   UNTIL Menu-Ind > Menu-Count
               IF Me-Shown(Menu-Ind)
                   IF Me-Group(Menu-Ind) NOT = Last-Group
                       MOVE Me-Group(Menu-Ind) TO Last-Group
                       DISPLAY Last-Group
                   END-IF
                   ADD 1 TO Shown-Count
                   MOVE Shown-Count TO Msl-No
                   MOVE Me-Program(Menu-Ind) TO Msl-Program
                   MOVE Me-Description(Menu-Ind) TO Msl-Description
                   DISPLAY Menu-Show-Line
               END-IF
           END-PERFORM
           IF Shown-Count = 0
               DISPLAY "NOTHING ON THE MENU FOR THIS OPERATOR"
           END-IF

           DISPLAY "NUMBER OR PROGRAM (Q TO SIGN OFF): "
                   WITH NO ADVANCING
           ACCEPT Menu-Answer
           INSPECT Menu-Answer CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF Menu-Answer(2:1) = SPACE
               MOVE "0" TO Picked-No-X(1:1)
               MOVE Menu-Answer(1:1) TO Picked-No-X(2:1)
           ELSE
               MOVE Menu-Answer(1:2) TO Picked-No-X
           END-IF

           EVALUATE TRUE
               WHEN Menu-Answer = "Q"
                   SET Exit-On-Return TO TRUE
               WHEN Menu-Answer = SPACES
                   CONTINUE
               WHEN Picked-No-X NUMERIC AND Menu-Answer(3:6) = SPACES
                   PERFORM Pick-By-Number
               WHEN OTHER
                   MOVE Menu-Answer TO Program-Name
           END-EVALUATE.

      *----------------------------------------------------------------
       Pick-By-Number.
           MOVE 0 TO Shown-Count
           PERFORM VARYING Menu-Ind FROM 1 BY 1
                   UNTIL Menu-Ind > Menu-Count
                      OR Shown-Count = Picked-No
               IF Me-Shown(Menu-Ind)
                   ADD 1 TO Shown-Count
                   IF Shown-Count = Picked-No
                       MOVE Me-Program(Menu-Ind) TO Program-Name
                   END-IF
               END-IF
           END-PERFORM
           IF Picked-No = 0 OR Shown-Count NOT = Picked-No
               DISPLAY "NO SUCH NUMBER ON THE MENU"
           END-IF.

      *----------------------------------------------------------------
      *    Reads menu.dat, or takes the built-in list when there is
      *    none, and marks the entries the operator's profile allows
      *    - once per session, the profile does not change under it.
      *----------------------------------------------------------------
       Load-Operations-Menu.
           SET Menu-Loaded TO TRUE
           MOVE 0 TO Menu-Count
           OPEN INPUT Menu-File
           IF Menu-File-Not-Found
               PERFORM VARYING Menu-Ind FROM 1 BY 1
                       UNTIL Menu-Ind > 72
                   ADD 1 TO Menu-Count
                   MOVE Dm-Group(Menu-Ind) TO Me-Group(Menu-Count)
                   MOVE Dm-Program(Menu-Ind)
                                       TO Me-Program(Menu-Count)
                   MOVE Dm-Call-Name(Menu-Ind)
                                       TO Me-Call-Name(Menu-Count)
                   MOVE Dm-Description(Menu-Ind)
                                       TO Me-Description(Menu-Count)
               END-PERFORM
           ELSE
               PERFORM UNTIL Menu-File-Eof OR Menu-Count = 99
                   READ Menu-File
                       AT END
                           CONTINUE
                       NOT AT END
                           IF Mnu-Program NOT = SPACES
                               ADD 1 TO Menu-Count
                               MOVE Mnu-Group TO Me-Group(Menu-Count)
                               MOVE Mnu-Program
                                       TO Me-Program(Menu-Count)
                               MOVE Mnu-Call-Name
                                       TO Me-Call-Name(Menu-Count)
                               MOVE Mnu-Description
                                       TO Me-Description(Menu-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Menu-File
           END-IF

           PERFORM VARYING Menu-Ind FROM 1 BY 1
                   UNTIL Menu-Ind > Menu-Count
               MOVE Me-Program(Menu-Ind) TO Program-Name
               PERFORM Judge-Dispatch-Allowed
               MOVE Dispatch-Allowed-Sw TO Me-Shown-Sw(Menu-Ind)
           END-PERFORM
           MOVE Main-Program TO Program-Name.

      *----------------------------------------------------------------
      *    The name to CALL for Program-Name - the menu's call name
      *    where it has one, else the program name itself, as the
      *    routed screensets hand off to each other by.
      *----------------------------------------------------------------
       Find-Call-Name.
           IF NOT Menu-Loaded
               PERFORM Load-Operations-Menu
               MOVE Dispatched-Program TO Program-Name
           END-IF
           MOVE Program-Name TO Call-Name
           PERFORM VARYING Menu-Ind FROM 1 BY 1
                   UNTIL Menu-Ind > Menu-Count
               IF Me-Program(Menu-Ind) = Program-Name
                  AND Me-Call-Name(Menu-Ind) NOT = SPACES
                   MOVE Me-Call-Name(Menu-Ind) TO Call-Name
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    True when the requested Program-Name appears as a whole
      *    space-delimited name in the operator's profile list.  An
