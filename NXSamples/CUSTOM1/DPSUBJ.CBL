      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dpsubj.

      *---------------------------------------------------------------*
      *    Data-protection subject console - finds everything held
      *    about one person, on the customer side or the race side,
      *    and either lists it or anonymises it:
      *        A         subject-access extract - every record held,
      *                  file by file, to dpsubj.prt
      *        E         erasure (supervisors only, see SUPCHECK.CPY)
      *        Q         leave
      *    Both ask for the subject: a customer code, or a
      *    competitor's name and club exactly as entered.
      *    Customer side: cust.ism, custdel.dat, custadrh.ism,
      *    custshto.ism, custnote.ism, custord.ism, custhist.ism,
      *    custvatr.ism, custmail.dat, custddir.dat and custaudt.log
      *    with every generation on custaudt.cat.  Race side:
      *    entries.dat, medical.dat, results.dat, withdrawn.dat,
      *    splits.dat (with the result it belongs to), waitlist.dat,
      *    transfhis.dat, the competitor register runners.dat and
      *    the relay legs run on teams.dat.
      *    Erasure overwrites the personal fields - names, addresses,
      *    contacts, bank details, dates of birth, medical details,
      *    note texts - and leaves every amount, date, code and count
      *    as it was, so the ledgers, the returns and the results
      *    still add up.  An erased customer is named ERASED; an
      *    erased competitor ERASED- and their bib code.  The email
      *    address - the customer's statement address, the
      *    competitor's result address - is dropped and the VAT
      *    registration deleted.  The
      *    audit log is never rewritten - it is chained (see
      *    AUDLOG.CPY) and carries codes and amounts, not names - but
      *    the erasure is logged to it as event "DE", which Custrfwd
      *    re-applies when a backup generation is rolled forward.
      *    Erasure is refused while the customer still owes or is
      *    owed (their balance or any order line open), or while a
      *    competitor is entered for, or waiting on, a race not yet
      *    run; and it is refused inside the retention period - the
      *    days since the last dealing (orders, history, audit,
      *    deletion for a customer; the race dates for a
      *    competitor) must exceed the keep days on retain.dat's
      *    "P" line for cust.ism or entries.dat.  With no such line
      *    nothing is held back by age.
      *    Every erasure asked for, done or refused, goes to
      *    dperase.log: when, who, and the customer code - or, for a
      *    competitor, the event and bib code of the first record
      *    found, so the log never keeps the name it was asked to
      *    forget.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Policy-File ASSIGN "retain.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Policy-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Deleted-File ASSIGN "custdel.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Deleted-File-Status.

           SELECT Address-History-File ASSIGN "custadrh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Adrh-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Address-History-File-Status.

           SELECT Ship-To-File ASSIGN "custshto.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Shto-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Ship-To-File-Status.

           SELECT Note-File ASSIGN "custnote.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Note-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Note-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS History-File-Status.

           SELECT Vat-Reg-File ASSIGN "custvatr.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Vatr-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Vat-Reg-File-Status.

           SELECT Name-Index-File ASSIGN "custname.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Nix-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Name-Index-File-Status.

           SELECT Mail-File ASSIGN "custmail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mail-File-Status.

           SELECT Mandate-File ASSIGN "custddir.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Mandate-File-Status.

           SELECT Catalogue-File ASSIGN "custaudt.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

           SELECT Audit-File ASSIGN DYNAMIC Audit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-File-Status.

      *    the race side - keys declared as race-entries declares
      *    them
           SELECT Entry-File ASSIGN "entries.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-Name-Club-Key
           ALTERNATE RECORD KEY IS File-Club WITH DUPLICATES
           ALTERNATE RECORD KEY IS File-Code WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS Entry-File-Status.

           SELECT Medical-File ASSIGN "medical.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Med-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Medical-File-Status.

           SELECT Result-File ASSIGN "results.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Result-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Result-File-Status.

           SELECT Split-File ASSIGN "splits.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Split-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Split-File-Status.

           SELECT Team-File ASSIGN "teams.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Tm-Key
           ALTERNATE RECORD KEY IS Tm-Club WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS Team-File-Status.

           SELECT Event-File ASSIGN "events.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Event-Id
           ACCESS IS RANDOM
           FILE STATUS IS Event-File-Status.

           SELECT Withdrawn-File ASSIGN "withdrawn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Withdrawn-File-Status.

           SELECT Waiting-File ASSIGN "waitlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Waiting-File-Status.

           SELECT Transfer-File ASSIGN "transfhis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Transfer-File-Status.

           SELECT Runner-File ASSIGN "runners.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Runner-File-Status.

           SELECT Work-File ASSIGN "dpsubj.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Work-File-Status.

           SELECT Extract-File ASSIGN "dpsubj.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Erasure-Log-File ASSIGN "dperase.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Erasure-Log-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Policy-File.
       01  Policy-Record.
           03  Pol-Kind                PIC X.
           03  FILLER                  PIC X(1).
           03  Pol-Keep                PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Pol-File-Name           PIC X(40).

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Deleted-File.
           COPY "CUSTDEL.CPY".

       FD  Address-History-File.
           COPY "CUSTADRH.CPY".

       FD  Ship-To-File.
           COPY "CUSTSHTO.CPY".

       FD  Note-File.
           COPY "CUSTNOTE.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  History-File.
           COPY "CUSTHIST.CPY".

       FD  Vat-Reg-File.
           COPY "CUSTVATR.CPY".

       FD  Name-Index-File.
           COPY "CUSTNIDX.CPY".

      *    layout shared with Custmadr, Custhtml and Custstmt - kept
      *    in step
       FD  Mail-File.
       01  Mail-Record.
           03  Mal-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Mal-Address             PIC X(50).

      *    layout shared with Custddmn, Custddco and Custddbn - kept
      *    in step
       FD  Mandate-File.
       01  Mandate-Record.
           03  Ddm-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Ddm-Sort-Code           PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-No          PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Ddm-Account-Name        PIC X(18).
           03  FILLER                  PIC X(1).
           03  Ddm-Active              PIC X.

       FD  Catalogue-File.
       01  Catalogue-Record.
           03  Cat-File-Name           PIC X(16).
           03  FILLER                  PIC X(27).

       FD  Audit-File.
           COPY "CUSTAUDT.CPY" REPLACING
               ==Audit-Record== BY ==Logged-Audit==
               LEADING ==Audit== BY ==Logd==.

       FD  Entry-File.
           COPY "ENTRYREC.CPY".

       FD  Medical-File.
           COPY "MEDREC.CPY".

       FD  Result-File.
           COPY "RESULTREC.CPY".

       FD  Split-File.
           COPY "SPLITREC.CPY".

       FD  Team-File.
           COPY "TEAMREC.CPY".

       FD  Event-File.
           COPY "EVENTREC.CPY".

       FD  Withdrawn-File.
           COPY "WDRLREC.CPY".

       FD  Waiting-File.
           COPY "WAITREC.CPY".

      *    layout shared with race-entries and race-transfer - kept
      *    in step
       FD  Transfer-File.
       01  Transfer-Record.
           03  Tr-Date                 PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Tr-Reason               PIC X(2).
           03  FILLER                  PIC X(1).
           03  Tr-Event                PIC 9(2).
           03  FILLER                  PIC X(1).
           03  Tr-Code                 PIC X(3).
           03  FILLER                  PIC X(1).
           03  Tr-Old-Name             PIC X(15).
           03  FILLER                  PIC X(1).
           03  Tr-Old-Club             PIC X(30).
           03  FILLER                  PIC X(1).
           03  Tr-Old-Dob              PIC 9(8).

       FD  Runner-File.
           COPY "RUNNERREC.CPY".

       FD  Work-File.
       01  Work-Line                   PIC X(400).

       FD  Extract-File.
       01  Extract-Line                PIC X(132).

       FD  Erasure-Log-File.
       01  Erasure-Log-Record.
           03  Elg-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Elg-Time                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Elg-Operator            PIC X(8).
           03  FILLER                  PIC X(1).
           03  Elg-Kind                PIC X.
           03  FILLER                  PIC X(1).
           03  Elg-Subject             PIC X(20).
           03  FILLER                  PIC X(1).
           03  Elg-Outcome             PIC X(30).
           03  FILLER                  PIC X(1).
           03  Elg-Records             PIC 9(6).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Supervisor-Check-Service    VALUE "supcheck".
           COPY "SUPCHECK.CPY".
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

      *    a deleted customer's archived image, read through the
      *    master's own layout the way Custdrst reads it
           COPY "CUSTREC.CPY" REPLACING
               ==Customer-Record== BY ==Archived-Customer==
               LEADING ==File== BY ==Arch==.

       78  Max-Race-Hits               VALUE 100.
       78  Erased-Name                 VALUE "ERASED".

       77  Policy-File-Status          PIC X(2).
          88  Policy-File-Eof             VALUE "10".
          88  Policy-File-Not-Found       VALUE "35".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Deleted-File-Status         PIC X(2).
          88  Deleted-File-Eof            VALUE "10".
          88  Deleted-File-Not-Found      VALUE "35".
       77  Address-History-File-Status PIC X(2).
          88  Address-History-Eof         VALUE "10".
          88  Address-History-Not-Found   VALUE "35".
       77  Ship-To-File-Status         PIC X(2).
          88  Ship-To-File-Eof            VALUE "10".
          88  Ship-To-File-Not-Found      VALUE "35".
       77  Note-File-Status            PIC X(2).
          88  Note-File-Eof               VALUE "10".
          88  Note-File-Not-Found         VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
          88  Order-Line-File-Not-Found   VALUE "35".
       77  History-File-Status         PIC X(2).
          88  History-File-Eof            VALUE "10".
          88  History-File-Not-Found      VALUE "35".
       77  Vat-Reg-File-Status         PIC X(2).
          88  Vat-Reg-File-Not-Found      VALUE "35".
       77  Name-Index-File-Status      PIC X(2).
          88  Name-Index-Not-Found        VALUE "35".
       77  Mail-File-Status            PIC X(2).
          88  Mail-File-Eof               VALUE "10".
          88  Mail-File-Not-Found         VALUE "35".
       77  Mandate-File-Status         PIC X(2).
          88  Mandate-File-Eof            VALUE "10".
          88  Mandate-File-Not-Found      VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".
       77  Audit-File-Status           PIC X(2).
          88  Audit-File-Eof              VALUE "10".
          88  Audit-File-Not-Found        VALUE "35".
       77  Entry-File-Status           PIC X(2).
          88  Entry-File-Eof              VALUE "10".
          88  Entry-File-Not-Found        VALUE "35".
       77  Medical-File-Status         PIC X(2).
          88  Medical-File-Not-Found      VALUE "35".
       77  Split-File-Status           PIC X(2).
          88  Split-File-Not-Found        VALUE "35".
       77  Result-File-Status          PIC X(2).
          88  Result-File-Eof             VALUE "10".
          88  Result-File-Not-Found       VALUE "35".
       77  Team-File-Status            PIC X(2).
          88  Team-File-Eof               VALUE "10".
          88  Team-File-Not-Found         VALUE "35".
       77  Event-File-Status           PIC X(2).
          88  Event-File-Not-Found        VALUE "35".
       77  Withdrawn-File-Status       PIC X(2).
          88  Withdrawn-File-Eof          VALUE "10".
          88  Withdrawn-File-Not-Found    VALUE "35".
       77  Waiting-File-Status         PIC X(2).
          88  Waiting-File-Eof            VALUE "10".
          88  Waiting-File-Not-Found      VALUE "35".
       77  Transfer-File-Status        PIC X(2).
          88  Transfer-File-Eof           VALUE "10".
          88  Transfer-File-Not-Found     VALUE "35".
       77  Runner-File-Status          PIC X(2).
          88  Runner-File-Eof             VALUE "10".
          88  Runner-File-Not-Found       VALUE "35".
       77  Work-File-Status            PIC X(2).
          88  Work-File-Eof               VALUE "10".
       77  Erasure-Log-File-Status     PIC X(2).
          88  Erasure-Log-Not-Found       VALUE "35".

       01  Audit-File-Name             PIC X(16).
       01  Event-Open-Sw               PIC X(01) VALUE "N".
          88  Event-Open                  VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Subject-Ok-Sw               PIC X(01).
          88  Subject-Ok                  VALUE "Y".
       01  Subject-Kind                PIC X.
          88  Subject-Customer            VALUE "C".
          88  Subject-Competitor          VALUE "R".
       01  Subject-C-Code              PIC X(5).
       01  Subject-Name                PIC X(15).
       01  Subject-Club                PIC X(30).
       01  Extract-Sw                  PIC X(01) VALUE "N".
          88  Extract-Wanted              VALUE "Y".
       01  Open-Sw                     PIC X(01).
          88  Subject-Open                VALUE "Y".
       01  Range-Sw                    PIC X(01).
          88  Range-Done                  VALUE "Y".
       77  Leg-Ind                     PIC 9(2).
       01  Leg-Changed-Sw              PIC X(01).
          88  Leg-Changed                 VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).
       01  Last-Activity-Date          PIC 9(8).
       01  Activity-Date               PIC 9(8).
       01  Event-Date-Wrk              PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Last-Serial                 PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
       77  Keep-Days                   PIC 9(4).
       77  Cust-Keep-Days              PIC 9(4) VALUE 0.
       77  Race-Keep-Days              PIC 9(4) VALUE 0.

       77  Records-Found               PIC 9(6).
       77  Section-Count               PIC 9(6).
       77  Records-Erased              PIC 9(6).
       77  Line-Bal-Wrk                PIC S9(9)V99 COMP.

       77  Hit-Ind                     PIC 9(4) COMP.
       77  Hit-Count                   PIC 9(4) COMP.
       01  Hit-Known-Sw                PIC X(01).
          88  Hit-Known                   VALUE "Y".
       01  Race-Hit-Table.
           03  Race-Hit OCCURS Max-Race-Hits.
               05  Rh-Source           PIC X.
                   88  Rh-From-Entries     VALUE "E".
               05  Rh-Event            PIC 9(2).
               05  Rh-Code             PIC X(3).
       01  New-Hit-Source              PIC X.
       01  New-Hit-Event               PIC 9(2).
       01  New-Hit-Code                PIC X(3).

       01  Entry-Hold                  PIC X(276).
       01  Erased-Race-Name.
           03  FILLER                  PIC X(7) VALUE "ERASED-".
           03  Ern-Suffix              PIC X(8).
       01  Old-C-Name                  PIC X(15).
       01  Outcome-Hold                PIC X(30).

       01  Section-File-Name           PIC X(16).
       01  Count-Edit                  PIC ZZZZZ9.
       01  Amt-Edit-1                  PIC -(9)9.99.
       01  Amt-Edit-2                  PIC -(9)9.99.
       01  Limit-Edit-1                PIC Z(6)9.
       01  Limit-Edit-2                PIC Z(6)9.

       01  Extract-Heading.
           03  FILLER                  PIC X(25) VALUE
               "SUBJECT ACCESS EXTRACT - ".
           03  Exh-Subject             PIC X(50).
           03  FILLER                  PIC X(8) VALUE " RUN ON ".
           03  Exh-Run-Date            PIC 9(8).
           03  FILLER                  PIC X(4) VALUE " BY ".
           03  Exh-Operator            PIC X(8).

       01  Section-Heading.
           03  FILLER                  PIC X(5) VALUE "---- ".
           03  Sch-File-Name           PIC X(16).

       01  Section-Footing.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Scf-Count               PIC ZZZZZ9.
           03  FILLER                  PIC X(8) VALUE " RECORDS".

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "DPSUBJ: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Work-One-Action UNTIL All-Done
           GOBACK
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial

           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check

           PERFORM Load-Retention-Periods
       .
      *---------------------------------------------------------------*
       Load-Retention-Periods SECTION.
      *    "P" lines on retain.dat are the personal-data retention
      *    periods - Retpurge leaves them alone.

           OPEN INPUT Policy-File
           IF NOT Policy-File-Not-Found
               PERFORM UNTIL Policy-File-Eof
                   READ Policy-File
                       AT END
                           SET Policy-File-Eof TO TRUE
                       NOT AT END
                           IF Pol-Kind = "P"
                              AND Pol-File-Name = "cust.ism"
                               MOVE Pol-Keep TO Cust-Keep-Days
                           END-IF
                           IF Pol-Kind = "P"
                              AND Pol-File-Name = "entries.dat"
                               MOVE Pol-Keep TO Race-Keep-Days
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Policy-File
           END-IF
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (A = ACCESS EXTRACT / E = ERASE / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "A" WHEN "a"
                   PERFORM Accept-Subject
                   IF Subject-Ok
                       PERFORM Produce-Extract
                   END-IF
               WHEN "E" WHEN "e"
                   IF Sup-Is-Supervisor
                       PERFORM Accept-Subject
                       IF Subject-Ok
                           PERFORM Erase-Subject
                       END-IF
                   ELSE
                       DISPLAY "ERASURE IS FOR SUPERVISORS ONLY"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Accept-Subject SECTION.

           MOVE "Y" TO Subject-Ok-Sw
           MOVE SPACES TO Subject-C-Code Subject-Name Subject-Club
           DISPLAY "CUSTOMER OR COMPETITOR (C / R): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           EVALUATE Answer-Line(1:1)
               WHEN "C" WHEN "c"
                   SET Subject-Customer TO TRUE
                   DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
                   ACCEPT Subject-C-Code
                   IF Subject-C-Code = SPACES
                       MOVE "N" TO Subject-Ok-Sw
                   END-IF
               WHEN "R" WHEN "r"
                   SET Subject-Competitor TO TRUE
                   DISPLAY "COMPETITOR NAME: " WITH NO ADVANCING
                   ACCEPT Subject-Name
                   DISPLAY "CLUB: " WITH NO ADVANCING
                   ACCEPT Subject-Club
                   IF Subject-Name = SPACES
                       MOVE "N" TO Subject-Ok-Sw
                   END-IF
               WHEN OTHER
                   MOVE "N" TO Subject-Ok-Sw
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Produce-Extract SECTION.

           OPEN OUTPUT Extract-File
           SET Extract-Wanted TO TRUE
           MOVE SPACES TO Exh-Subject
           IF Subject-Customer
               STRING "CUSTOMER " Subject-C-Code
                   DELIMITED BY SIZE INTO Exh-Subject
           ELSE
               STRING Subject-Name " OF " Subject-Club
                   DELIMITED BY SIZE INTO Exh-Subject
           END-IF
           MOVE Run-Date       TO Exh-Run-Date
           MOVE My-Operator-Id TO Exh-Operator
           MOVE Extract-Heading TO Extract-Line
           WRITE Extract-Line

           PERFORM Gather-Subject

           MOVE SPACES TO Extract-Line
           WRITE Extract-Line
           MOVE Records-Found TO Scf-Count
           MOVE Section-Footing TO Extract-Line
           MOVE "ALL" TO Extract-Line(1:3)
           WRITE Extract-Line
           CLOSE Extract-File
           MOVE "N" TO Extract-Sw
           MOVE Records-Found TO Count-Edit
           DISPLAY "EXTRACT WRITTEN TO DPSUBJ.PRT - " Count-Edit
                   " RECORDS"
       .
      *---------------------------------------------------------------*
       Gather-Subject SECTION.
      *    One pass over every file the subject can be on - it
      *    writes the extract when one is wanted, and always counts
      *    the records, judges whether anything is still open and
      *    finds the date of the last dealing.

           MOVE 0 TO Records-Found
           MOVE 0 TO Last-Activity-Date
           MOVE "N" TO Open-Sw
           MOVE 0 TO Hit-Count
           IF Subject-Customer
               PERFORM Gather-Cust-Master
               PERFORM Gather-Cust-Deleted
               PERFORM Gather-Cust-Address-History
               PERFORM Gather-Cust-Ship-To
               PERFORM Gather-Cust-Notes
               PERFORM Gather-Cust-Order-Lines
               PERFORM Gather-Cust-History
               PERFORM Gather-Cust-Vat
               PERFORM Gather-Cust-Mail
               PERFORM Gather-Cust-Mandate
               PERFORM Gather-Cust-Audit
           ELSE
               OPEN INPUT Event-File
               IF NOT Event-File-Not-Found
                   SET Event-Open TO TRUE
               END-IF
               PERFORM Gather-Race-Entries
               PERFORM Gather-Race-Withdrawn
               PERFORM Gather-Race-Medical
               PERFORM Gather-Race-Results
               PERFORM Gather-Race-Waiting
               PERFORM Gather-Race-Transfers
               PERFORM Gather-Race-Runners
               PERFORM Gather-Race-Team-Legs
               IF Event-Open
                   CLOSE Event-File
                   MOVE "N" TO Event-Open-Sw
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Cust-Master SECTION.

           MOVE "cust.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               MOVE Subject-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Count-One-Record
                       IF File-C-Balance NOT = 0
                           SET Subject-Open TO TRUE
                       END-IF
                       MOVE File-C-Limit   TO Limit-Edit-1
                       MOVE File-C-Balance TO Amt-Edit-1
                       MOVE SPACES TO Extract-Line
                       STRING "NAME " File-C-Name
                              "  AREA " File-C-Area
                              "  LIMIT " Limit-Edit-1
                              "  BALANCE " Amt-Edit-1
                           DELIMITED BY SIZE INTO Extract-Line
                       PERFORM Put-Extract-Line
                       MOVE SPACES TO Extract-Line
                       STRING "ADDRESS " File-C-Addr1 " "
                              File-C-Addr2 " " File-C-Addr3 " "
                              File-C-Addr4
                           DELIMITED BY SIZE INTO Extract-Line
                       PERFORM Put-Extract-Line
                       IF File-C-Image-Path NOT = SPACES
                           MOVE SPACES TO Extract-Line
                           STRING "IMAGE " File-C-Image-Path
                               DELIMITED BY SIZE INTO Extract-Line
                           PERFORM Put-Extract-Line
                       END-IF
               END-READ
               CLOSE Customer-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Deleted SECTION.

           MOVE "custdel.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Deleted-File
           IF NOT Deleted-File-Not-Found
               PERFORM UNTIL Deleted-File-Eof
                   READ Deleted-File
                       AT END
                           SET Deleted-File-Eof TO TRUE
                       NOT AT END
                           MOVE Del-Customer-Image TO
                                                Archived-Customer
                           IF Arch-C-Code = Subject-C-Code
                               PERFORM Extract-One-Deleted
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Deleted-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Deleted SECTION.

           PERFORM Count-One-Record
           MOVE Del-Date TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE SPACES TO Extract-Line
           STRING "DELETED " Del-Date " BY " Del-Operator
                  "  NAME " Arch-C-Name
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "ADDRESS " Arch-C-Addr1 " " Arch-C-Addr2 " "
                  Arch-C-Addr3 " " Arch-C-Addr4
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Cust-Address-History SECTION.

           MOVE "custadrh.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Address-History-File
           IF NOT Address-History-Not-Found
               MOVE Subject-C-Code TO Adrh-C-Code
               MOVE 0 TO Adrh-Date
               MOVE 0 TO Adrh-Time
               MOVE "N" TO Range-Sw
               START Address-History-File
                                   KEY IS NOT LESS THAN Adrh-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Address-History-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Adrh-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Extract-One-Address-Change
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Address-History-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Address-Change SECTION.

           PERFORM Count-One-Record
           MOVE SPACES TO Extract-Line
           STRING Adrh-Date " " Adrh-Time " " Adrh-Source " "
                  Adrh-Operator-Id " BEFORE " Adrh-Name-Before " "
                  Adrh-Addr1-Before " " Adrh-Addr2-Before " "
                  Adrh-Addr3-Before " " Adrh-Addr4-Before
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "                                    AFTER  "
                  Adrh-Name-After " "
                  Adrh-Addr1-After " " Adrh-Addr2-After " "
                  Adrh-Addr3-After " " Adrh-Addr4-After
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Cust-Ship-To SECTION.

           MOVE "custshto.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Ship-To-File
           IF NOT Ship-To-File-Not-Found
               MOVE Subject-C-Code TO Shto-C-Code
               MOVE LOW-VALUES TO Shto-Site-Code
               MOVE "N" TO Range-Sw
               START Ship-To-File KEY IS NOT LESS THAN Shto-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Ship-To-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Shto-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Count-One-Record
                               MOVE SPACES TO Extract-Line
                               STRING "SITE " Shto-Site-Code " "
                                      Shto-Name " " Shto-Addr1 " "
                                      Shto-Addr2 " " Shto-Addr3 " "
                                      Shto-Addr4 " " Shto-Contact
                                      " " Shto-Phone
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Ship-To-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Notes SECTION.

           MOVE "custnote.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Note-File
           IF NOT Note-File-Not-Found
               MOVE Subject-C-Code TO Note-C-Code
               MOVE 0 TO Note-Date
               MOVE 0 TO Note-Time
               MOVE "N" TO Range-Sw
               START Note-File KEY IS NOT LESS THAN Note-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Note-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Note-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Count-One-Record
                               MOVE SPACES TO Extract-Line
                               STRING Note-Date " " Note-Time " "
                                      Note-Operator-Id " FOLLOW UP "
                                      Note-Follow-Up " " Note-Text
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Note-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Order-Lines SECTION.
      *    An order line not settled keeps the account open, even
      *    with the balance netting to nought.

           MOVE "custord.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               MOVE Subject-C-Code TO Ordl-C-Code
               MOVE 0 TO Ordl-Ord-No
               MOVE "N" TO Range-Sw
               START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Order-Line-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Ordl-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Extract-One-Order-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Order-Line-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Order-Line SECTION.

           PERFORM Count-One-Record
           MOVE Ordl-Ord-Date TO Activity-Date
           PERFORM Note-Activity-Date
           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           IF Line-Bal-Wrk NOT = 0
               SET Subject-Open TO TRUE
           END-IF
           MOVE Ordl-Ord-Val TO Amt-Edit-1
           MOVE Ordl-Pay-Val TO Amt-Edit-2
           MOVE SPACES TO Extract-Line
           STRING "ORDER " Ordl-Ord-No " " Ordl-Ord-Date
                  " TYPE " Ordl-Ord-Type " STATUS " Ordl-Ord-Status
                  " VALUE " Amt-Edit-1 " PAID " Amt-Edit-2
                  " " Ordl-Ord-Curr
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Cust-History SECTION.

           MOVE "custhist.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT History-File
           IF NOT History-File-Not-Found
               MOVE Subject-C-Code TO Hist-C-Code
               MOVE 0 TO Hist-Ord-No
               MOVE "N" TO Range-Sw
               START History-File KEY IS NOT LESS THAN Hist-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ History-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Hist-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               PERFORM Extract-One-History-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE History-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-History-Line SECTION.

           PERFORM Count-One-Record
           MOVE Hist-Ord-Date TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE Hist-Archive-Date TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE Hist-Ord-Val TO Amt-Edit-1
           MOVE Hist-Pay-Val TO Amt-Edit-2
           MOVE SPACES TO Extract-Line
           STRING "ORDER " Hist-Ord-No " " Hist-Ord-Date
                  " TYPE " Hist-Ord-Type " STATUS " Hist-Ord-Status
                  " VALUE " Amt-Edit-1 " PAID " Amt-Edit-2
                  " " Hist-Ord-Curr " ARCHIVED " Hist-Archive-Date
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Cust-Vat SECTION.

           MOVE "custvatr.ism" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Vat-Reg-File
           IF NOT Vat-Reg-File-Not-Found
               MOVE Subject-C-Code TO Vatr-C-Code
               READ Vat-Reg-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Count-One-Record
                       MOVE SPACES TO Extract-Line
                       STRING "VAT REGISTRATION " Vatr-Country " "
                              Vatr-Number " SET " Vatr-Set-On
                              " BY " Vatr-Set-By
                           DELIMITED BY SIZE INTO Extract-Line
                       PERFORM Put-Extract-Line
               END-READ
               CLOSE Vat-Reg-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Mail SECTION.

           MOVE "custmail.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Mail-File
           IF NOT Mail-File-Not-Found
               PERFORM UNTIL Mail-File-Eof
                   READ Mail-File
                       AT END
                           SET Mail-File-Eof TO TRUE
                       NOT AT END
                           IF Mal-C-Code = Subject-C-Code
                               PERFORM Count-One-Record
                               MOVE SPACES TO Extract-Line
                               STRING "EMAIL " Mal-Address
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mail-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Mandate SECTION.

           MOVE "custddir.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Mandate-File
           IF NOT Mandate-File-Not-Found
               PERFORM UNTIL Mandate-File-Eof
                   READ Mandate-File
                       AT END
                           SET Mandate-File-Eof TO TRUE
                       NOT AT END
                           IF Ddm-C-Code = Subject-C-Code
                               PERFORM Count-One-Record
                               MOVE SPACES TO Extract-Line
                               STRING "DIRECT DEBIT SORT CODE "
                                      Ddm-Sort-Code " ACCOUNT "
                                      Ddm-Account-No " NAME "
                                      Ddm-Account-Name " ACTIVE "
                                      Ddm-Active
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mandate-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Cust-Audit SECTION.
      *    Every generation Custarot has catalogued, oldest first,
      *    then the live log.

           MOVE "custaudt.log" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Catalogue-File
           IF NOT Catalogue-File-Not-Found
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           MOVE Cat-File-Name TO Audit-File-Name
                           PERFORM Search-One-Audit-File
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
           END-IF
           MOVE "custaudt.log" TO Audit-File-Name
           PERFORM Search-One-Audit-File
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Search-One-Audit-File SECTION.

           OPEN INPUT Audit-File
           IF NOT Audit-File-Not-Found
               PERFORM UNTIL Audit-File-Eof
                   READ Audit-File
                       AT END
                           SET Audit-File-Eof TO TRUE
                       NOT AT END
                           IF Logd-C-Code = Subject-C-Code
                               PERFORM Extract-One-Audit-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Audit-File
           END-IF
           MOVE "00" TO Audit-File-Status
       .
      *---------------------------------------------------------------*
       Extract-One-Audit-Record SECTION.

           PERFORM Count-One-Record
           MOVE Logd-Date TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE Logd-Limit-Before TO Limit-Edit-1
           MOVE Logd-Limit-After  TO Limit-Edit-2
           MOVE Logd-Bal-Before   TO Amt-Edit-1
           MOVE Logd-Bal-After    TO Amt-Edit-2
           MOVE SPACES TO Extract-Line
           STRING Logd-Date " " Logd-Time " " Logd-Operator-Id
                  " " Logd-Event " LIMIT " Limit-Edit-1 " "
                  Limit-Edit-2 " BALANCE " Amt-Edit-1 " "
                  Amt-Edit-2 " " Logd-Reason
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Race-Entries SECTION.
      *    Read along the club's entries on the club key; each of
      *    the competitor's is remembered by event and bib code for
      *    the medical details and the erasure.

           MOVE "entries.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Entry-File
           IF NOT Entry-File-Not-Found
               MOVE Subject-Club TO File-Club
               MOVE "N" TO Range-Sw
               START Entry-File KEY IS EQUAL TO File-Club
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Entry-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF File-Club NOT = Subject-Club
                               SET Range-Done TO TRUE
                           ELSE
                               IF File-Name = Subject-Name
                                   PERFORM Extract-One-Entry
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Entry-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Entry SECTION.

           PERFORM Count-One-Record
           MOVE "E"        TO New-Hit-Source
           MOVE File-Event TO New-Hit-Event
           MOVE File-Code  TO New-Hit-Code
           PERFORM Remember-Race-Hit
           MOVE File-Event TO Event-Id
           PERFORM Look-Up-Event-Date
           MOVE Event-Date-Wrk TO Activity-Date
           PERFORM Note-Activity-Date
           IF Event-Date-Wrk NOT < Run-Date
               SET Subject-Open TO TRUE
           END-IF
           MOVE SPACES TO Extract-Line
           STRING "EVENT " File-Event " BIB " File-Code
                  " CATEGORY " File-Male " BORN " File-Dob
                  " CHECKED IN " File-Checkin " WAVE " File-Wave
                  " PREDICTED " File-Pred-Time
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "ADDRESS " File-Address
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "EMAIL " File-Email
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Race-Withdrawn SECTION.

           MOVE "withdrawn.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Withdrawn-File
           IF NOT Withdrawn-File-Not-Found
               PERFORM UNTIL Withdrawn-File-Eof
                   READ Withdrawn-File
                       AT END
                           SET Withdrawn-File-Eof TO TRUE
                       NOT AT END
                           IF Wd-Name = Subject-Name
                              AND Wd-Club = Subject-Club
                               PERFORM Extract-One-Withdrawal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Withdrawn-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Withdrawal SECTION.

           PERFORM Count-One-Record
           MOVE "W"      TO New-Hit-Source
           MOVE Wd-Event TO New-Hit-Event
           MOVE Wd-Code  TO New-Hit-Code
           PERFORM Remember-Race-Hit
           MOVE Wd-Date TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE Wd-Event TO Event-Id
           PERFORM Look-Up-Event-Date
           MOVE Event-Date-Wrk TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE SPACES TO Extract-Line
           STRING "WITHDRAWN " Wd-Date " REASON " Wd-Reason
                  " EVENT " Wd-Event " BIB " Wd-Code
                  " CATEGORY " Wd-Male " BORN " Wd-Dob
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "ADDRESS " Wd-Address
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Remember-Race-Hit SECTION.

           MOVE "N" TO Hit-Known-Sw
           PERFORM VARYING Hit-Ind FROM 1 BY 1
                              UNTIL Hit-Ind > Hit-Count
               IF Rh-Event(Hit-Ind) = New-Hit-Event
                  AND Rh-Code(Hit-Ind) = New-Hit-Code
                   SET Hit-Known TO TRUE
               END-IF
           END-PERFORM
           IF NOT Hit-Known AND Hit-Count < Max-Race-Hits
               ADD 1 TO Hit-Count
               MOVE New-Hit-Source TO Rh-Source(Hit-Count)
               MOVE New-Hit-Event  TO Rh-Event(Hit-Count)
               MOVE New-Hit-Code   TO Rh-Code(Hit-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Gather-Race-Medical SECTION.

           MOVE "medical.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Medical-File
           IF NOT Medical-File-Not-Found
               PERFORM VARYING Hit-Ind FROM 1 BY 1
                                  UNTIL Hit-Ind > Hit-Count
                   MOVE Rh-Event(Hit-Ind) TO Med-Event
                   MOVE Rh-Code(Hit-Ind)  TO Med-Code
                   READ Medical-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Count-One-Record
                           MOVE SPACES TO Extract-Line
                           STRING "EVENT " Med-Event " BIB " Med-Code
                                  " EMERGENCY CONTACT "
                                  Med-Emerg-Name " " Med-Emerg-Phone
                               DELIMITED BY SIZE INTO Extract-Line
                           PERFORM Put-Extract-Line
                           MOVE SPACES TO Extract-Line
                           STRING "CONDITIONS " Med-Conditions
                               DELIMITED BY SIZE INTO Extract-Line
                           PERFORM Put-Extract-Line
                   END-READ
               END-PERFORM
               CLOSE Medical-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Race-Results SECTION.

           MOVE "results.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Split-File
           OPEN INPUT Result-File
           IF NOT Result-File-Not-Found
               PERFORM UNTIL Result-File-Eof
                   READ Result-File NEXT RECORD
                       AT END
                           SET Result-File-Eof TO TRUE
                       NOT AT END
                           IF Result-Name = Subject-Name
                              AND Result-Club = Subject-Club
                               PERFORM Extract-One-Result
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Result-File
           END-IF
           IF NOT Split-File-Not-Found
               CLOSE Split-File
           END-IF
           MOVE "00" TO Split-File-Status
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Result SECTION.

           PERFORM Count-One-Record
           MOVE Result-Event TO Event-Id
           PERFORM Look-Up-Event-Date
           MOVE Event-Date-Wrk TO Activity-Date
           PERFORM Note-Activity-Date
           MOVE SPACES TO Extract-Line
           STRING "EVENT " Result-Event " BIB " Result-Code
                  " CATEGORY " Result-Male " TIME " Result-Time
                  " POSITION " Result-Position
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           IF NOT Split-File-Not-Found
               PERFORM Extract-Result-Splits
           END-IF
       .
      *---------------------------------------------------------------*
       Extract-Result-Splits SECTION.
      *    The times read at the course's mats (splits.dat) go with
      *    the result they belong to.

           MOVE Result-Event TO Split-Event
           MOVE Result-Code TO Split-Code
           MOVE 0 TO Split-Order
           MOVE "N" TO Range-Sw
           START Split-File KEY IS >= Split-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Split-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Split-Event NOT = Result-Event
                          OR Split-Code NOT = Result-Code
                           SET Range-Done TO TRUE
                       ELSE
                           MOVE SPACES TO Extract-Line
                           STRING "  SPLIT " Split-Point " CHIP "
                                  Split-Chip-No " TIME "
                                  Split-Chip-Time
                               DELIMITED BY SIZE INTO Extract-Line
                           PERFORM Put-Extract-Line
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Gather-Race-Waiting SECTION.
      *    A competitor still waiting for a seat in a race not yet
      *    run is as live as one entered for it.

           MOVE "waitlist.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Waiting-File
           IF NOT Waiting-File-Not-Found
               PERFORM UNTIL Waiting-File-Eof
                   READ Waiting-File
                       AT END
                           SET Waiting-File-Eof TO TRUE
                       NOT AT END
                           IF Wl-Name = Subject-Name
                              AND Wl-Club = Subject-Club
                               PERFORM Extract-One-Waiting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Waiting-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-One-Waiting SECTION.

           PERFORM Count-One-Record
           MOVE Wl-Event TO Event-Id
           PERFORM Look-Up-Event-Date
           MOVE Event-Date-Wrk TO Activity-Date
           PERFORM Note-Activity-Date
           IF Wl-Status = "W"
              AND Event-Date-Wrk NOT < Run-Date
               SET Subject-Open TO TRUE
           END-IF
           MOVE SPACES TO Extract-Line
           STRING "WAITING " Wl-Seq " STATUS " Wl-Status
                  " EVENT " Wl-Event " CATEGORY " Wl-Male
                  " BORN " Wl-Dob " PREDICTED " Wl-Pred-Time
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "ADDRESS " Wl-Address
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "EMAIL " Wl-Email
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
           MOVE SPACES TO Extract-Line
           STRING "EMERGENCY CONTACT " Wl-Emerg-Name " "
                  Wl-Emerg-Phone " CONDITIONS " Wl-Medical
               DELIMITED BY SIZE INTO Extract-Line
           PERFORM Put-Extract-Line
       .
      *---------------------------------------------------------------*
       Gather-Race-Transfers SECTION.

           MOVE "transfhis.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Transfer-File
           IF NOT Transfer-File-Not-Found
               PERFORM UNTIL Transfer-File-Eof
                   READ Transfer-File
                       AT END
                           SET Transfer-File-Eof TO TRUE
                       NOT AT END
                           IF Tr-Old-Name = Subject-Name
                              AND Tr-Old-Club = Subject-Club
                               PERFORM Count-One-Record
                               MOVE Tr-Date TO Activity-Date
                               PERFORM Note-Activity-Date
                               MOVE SPACES TO Extract-Line
                               STRING "PLACE TRANSFERRED AWAY "
                                      Tr-Date " REASON " Tr-Reason
                                      " EVENT " Tr-Event " BIB "
                                      Tr-Code " BORN " Tr-Old-Dob
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Transfer-File
           END-IF
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Race-Runners SECTION.
      *    The register row carries the name and club of the latest
      *    entry; a merged duplicate's row is the same person too.

           MOVE "runners.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Runner-File
           IF NOT Runner-File-Not-Found
               PERFORM UNTIL Runner-File-Eof
                   READ Runner-File
                       AT END
                           SET Runner-File-Eof TO TRUE
                       NOT AT END
                           IF Run-Name = Subject-Name
                              AND Run-Club = Subject-Club
                               PERFORM Count-One-Record
                               MOVE SPACES TO Extract-Line
                               STRING "RUNNER " Run-Id " STATUS "
                                      Run-Status " BORN " Run-Dob
                                      " GENDER " Run-Gender
                                      " MERGED INTO " Run-Merged-Into
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                               MOVE SPACES TO Extract-Line
                               STRING "CONTACT " Run-Contact
                                   DELIMITED BY SIZE INTO
                                                   Extract-Line
                               PERFORM Put-Extract-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Runner-File
           END-IF
           MOVE "00" TO Runner-File-Status
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Gather-Race-Team-Legs SECTION.
      *    A relay runner is on the team's leg, under the team's
      *    club, and nowhere else.

           MOVE "teams.dat" TO Section-File-Name
           PERFORM Start-Extract-Section
           OPEN INPUT Team-File
           IF NOT Team-File-Not-Found
               PERFORM UNTIL Team-File-Eof
                   READ Team-File NEXT RECORD
                       AT END
                           SET Team-File-Eof TO TRUE
                       NOT AT END
                           IF Tm-Club = Subject-Club
                               PERFORM Extract-Team-Legs
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Team-File
           END-IF
           MOVE "00" TO Team-File-Status
           PERFORM End-Extract-Section
       .
      *---------------------------------------------------------------*
       Extract-Team-Legs SECTION.

           PERFORM VARYING Leg-Ind FROM 1 BY 1
                              UNTIL Leg-Ind > Tm-Legs
               IF Tl-Name(Leg-Ind) = Subject-Name
                   PERFORM Count-One-Record
                   MOVE Tm-Event TO Event-Id
                   PERFORM Look-Up-Event-Date
                   MOVE Event-Date-Wrk TO Activity-Date
                   PERFORM Note-Activity-Date
                   MOVE SPACES TO Extract-Line
                   STRING "EVENT " Tm-Event " TEAM " Tm-Bib
                          " " Tm-Name
                       DELIMITED BY SIZE INTO Extract-Line
                   PERFORM Put-Extract-Line
                   MOVE SPACES TO Extract-Line
                   STRING "  LEG " Leg-Ind " BIB " Tl-Code(Leg-Ind)
                          " CATEGORY " Tl-Male(Leg-Ind)
                          " RUNNER " Tl-Runner(Leg-Ind)
                          " CLOCK " Tl-Time(Leg-Ind)
                       DELIMITED BY SIZE INTO Extract-Line
                   PERFORM Put-Extract-Line
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Look-Up-Event-Date SECTION.
      *    Event-Id is set by the caller.

           MOVE 0 TO Event-Date-Wrk
           IF Event-Open
               READ Event-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Event-Date TO Event-Date-Wrk
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Note-Activity-Date SECTION.

           IF Activity-Date > Last-Activity-Date
               MOVE Activity-Date TO Last-Activity-Date
           END-IF
       .
      *---------------------------------------------------------------*
       Start-Extract-Section SECTION.

           MOVE 0 TO Section-Count
           IF Extract-Wanted
               MOVE SPACES TO Extract-Line
               WRITE Extract-Line
               MOVE Section-File-Name TO Sch-File-Name
               MOVE Section-Heading TO Extract-Line
               WRITE Extract-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Count-One-Record SECTION.

           ADD 1 TO Section-Count
           ADD 1 TO Records-Found
       .
      *---------------------------------------------------------------*
       Put-Extract-Line SECTION.

           IF Extract-Wanted
               WRITE Extract-Line
           END-IF
       .
      *---------------------------------------------------------------*
       End-Extract-Section SECTION.

           IF Extract-Wanted
               MOVE Section-Count TO Scf-Count
               MOVE Section-Footing TO Extract-Line
               WRITE Extract-Line
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Subject SECTION.
      *    Judged on a fresh pass over the files, then confirmed by
      *    the supervisor typing ERASE - nothing is touched before.

           MOVE "N" TO Extract-Sw
           PERFORM Gather-Subject

           IF Subject-Customer
               MOVE Cust-Keep-Days TO Keep-Days
           ELSE
               MOVE Race-Keep-Days TO Keep-Days
           END-IF
           IF Last-Activity-Date = 0
               MOVE 99999 TO Age-Days
           ELSE
               MOVE Last-Activity-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Last-Serial
               COMPUTE Age-Days = Run-Serial - Last-Serial
           END-IF

           MOVE 0 TO Records-Erased
           EVALUATE TRUE
               WHEN Records-Found = 0
                   MOVE "NOTHING HELD" TO Elg-Outcome
               WHEN Subject-Open AND Subject-Customer
                   MOVE "REFUSED - BALANCE OPEN" TO Elg-Outcome
               WHEN Subject-Open
                   MOVE "REFUSED - RACE STILL TO RUN" TO Elg-Outcome
               WHEN Age-Days NOT > Keep-Days
                   MOVE "REFUSED - INSIDE RETENTION" TO Elg-Outcome
               WHEN OTHER
                   MOVE Records-Found TO Count-Edit
                   DISPLAY "TYPE ERASE TO ANONYMISE " Count-Edit
                           " RECORDS: " WITH NO ADVANCING
                   ACCEPT Answer-Line
                   IF Answer-Line = "ERASE"
                       IF Subject-Customer
                           PERFORM Erase-Customer
                       ELSE
                           PERFORM Erase-Competitor
                       END-IF
                       MOVE "ERASED" TO Elg-Outcome
                   ELSE
                       MOVE "ABANDONED AT CONFIRMATION"
                                                   TO Elg-Outcome
                   END-IF
           END-EVALUATE

           DISPLAY Elg-Outcome
           PERFORM Write-Erasure-Log
       .
      *---------------------------------------------------------------*
       Write-Erasure-Log SECTION.

           MOVE Elg-Outcome TO Outcome-Hold
           OPEN EXTEND Erasure-Log-File
           IF Erasure-Log-Not-Found
               OPEN OUTPUT Erasure-Log-File
               CLOSE Erasure-Log-File
               OPEN EXTEND Erasure-Log-File
           END-IF
           MOVE SPACES TO Erasure-Log-Record
           ACCEPT Elg-Date FROM DATE YYYYMMDD
           ACCEPT Elg-Time FROM TIME
           MOVE My-Operator-Id TO Elg-Operator
           MOVE Subject-Kind   TO Elg-Kind
           IF Subject-Customer
               MOVE Subject-C-Code TO Elg-Subject
           ELSE
               IF Hit-Count > 0
                   STRING "EVENT " Rh-Event(1) " BIB " Rh-Code(1)
                       DELIMITED BY SIZE INTO Elg-Subject
               ELSE
                   MOVE "NO RACE RECORD" TO Elg-Subject
               END-IF
           END-IF
      *    the outcome was moved aside while the record was cleared
           MOVE Outcome-Hold TO Elg-Outcome
           IF Elg-Outcome = "ERASED"
               MOVE Records-Erased TO Elg-Records
           ELSE
               MOVE Records-Found TO Elg-Records
           END-IF
           WRITE Erasure-Log-Record
           CLOSE Erasure-Log-File
       .
      *---------------------------------------------------------------*
       Erase-Customer SECTION.

           PERFORM Erase-Cust-Deleted
           PERFORM Erase-Cust-Master
           PERFORM Erase-Cust-Address-History
           PERFORM Erase-Cust-Ship-To
           PERFORM Erase-Cust-Notes
           PERFORM Erase-Cust-Vat
           PERFORM Erase-Cust-Mail
           PERFORM Erase-Cust-Mandate
       .
      *---------------------------------------------------------------*
       Erase-Cust-Deleted SECTION.

           OPEN I-O Deleted-File
           IF NOT Deleted-File-Not-Found
               PERFORM UNTIL Deleted-File-Eof
                   READ Deleted-File
                       AT END
                           SET Deleted-File-Eof TO TRUE
                       NOT AT END
                           MOVE Del-Customer-Image TO
                                                Archived-Customer
                           IF Arch-C-Code = Subject-C-Code
                               MOVE Erased-Name TO Arch-C-Name
                               MOVE SPACES TO Arch-C-Addr1
                               MOVE SPACES TO Arch-C-Addr2
                               MOVE SPACES TO Arch-C-Addr3
                               MOVE SPACES TO Arch-C-Addr4
                               MOVE SPACES TO Arch-C-Image-Path
                               MOVE Archived-Customer TO
                                                Del-Customer-Image
                               REWRITE Deleted-Record
                               ADD 1 TO Records-Erased
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Deleted-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Cust-Master SECTION.
      *    The name index follows the name; the erasure itself goes
      *    on the audit log as an event, the values unchanged.

           OPEN I-O Customer-File
           IF NOT Customer-File-Not-Found
               MOVE Subject-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Name TO Old-C-Name
                       MOVE Erased-Name TO File-C-Name
                       MOVE SPACES TO File-C-Addr1
                       MOVE SPACES TO File-C-Addr2
                       MOVE SPACES TO File-C-Addr3
                       MOVE SPACES TO File-C-Addr4
                       MOVE SPACES TO File-C-Image-Path
                       REWRITE Customer-Record
                       ADD 1 TO Records-Erased
                       PERFORM Move-Name-Index-Entry
                       PERFORM Log-Erasure-Event
               END-READ
               CLOSE Customer-File
           END-IF
       .
      *---------------------------------------------------------------*
       Move-Name-Index-Entry SECTION.

           OPEN I-O Name-Index-File
           IF NOT Name-Index-Not-Found
               MOVE Old-C-Name     TO Nix-C-Name
               MOVE Subject-C-Code TO Nix-C-Code
               DELETE Name-Index-File
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE Erased-Name    TO Nix-C-Name
               MOVE Subject-C-Code TO Nix-C-Code
               WRITE Name-Index-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE Name-Index-File
           END-IF
       .
      *---------------------------------------------------------------*
       Log-Erasure-Event SECTION.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           ACCEPT Audit-Time FROM TIME
           MOVE My-Operator-Id TO Audit-Operator-Id
           MOVE File-C-Code    TO Audit-C-Code
           MOVE File-C-Limit   TO Audit-Limit-Before
           MOVE File-C-Limit   TO Audit-Limit-After
           MOVE File-C-Balance TO Audit-Bal-Before
           MOVE File-C-Balance TO Audit-Bal-After
           SET Audit-Event-Data-Erased TO TRUE
           MOVE "PERSONAL DATA ERASED ON REQUEST" TO Audit-Reason
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Erase-Cust-Address-History SECTION.
      *    A side left blank (a restore has no before, a merge no
      *    after) stays blank.

           OPEN I-O Address-History-File
           IF NOT Address-History-Not-Found
               MOVE Subject-C-Code TO Adrh-C-Code
               MOVE 0 TO Adrh-Date
               MOVE 0 TO Adrh-Time
               MOVE "N" TO Range-Sw
               START Address-History-File
                                   KEY IS NOT LESS THAN Adrh-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Address-History-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Adrh-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               IF Adrh-Before NOT = SPACES
                                   MOVE SPACES TO Adrh-Before
                                   MOVE Erased-Name TO
                                                Adrh-Name-Before
                               END-IF
                               IF Adrh-After NOT = SPACES
                                   MOVE SPACES TO Adrh-After
                                   MOVE Erased-Name TO
                                                Adrh-Name-After
                               END-IF
                               REWRITE Adrh-Record
                               ADD 1 TO Records-Erased
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Address-History-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Cust-Ship-To SECTION.

           OPEN I-O Ship-To-File
           IF NOT Ship-To-File-Not-Found
               MOVE Subject-C-Code TO Shto-C-Code
               MOVE LOW-VALUES TO Shto-Site-Code
               MOVE "N" TO Range-Sw
               START Ship-To-File KEY IS NOT LESS THAN Shto-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Ship-To-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Shto-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               MOVE Erased-Name TO Shto-Name
                               MOVE SPACES TO Shto-Addr1
                               MOVE SPACES TO Shto-Addr2
                               MOVE SPACES TO Shto-Addr3
                               MOVE SPACES TO Shto-Addr4
                               MOVE SPACES TO Shto-Contact
                               MOVE SPACES TO Shto-Phone
                               REWRITE Ship-To-Record
                               ADD 1 TO Records-Erased
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Ship-To-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Cust-Notes SECTION.
      *    The note stays - who, when, the follow-up date - its
      *    words do not.

           OPEN I-O Note-File
           IF NOT Note-File-Not-Found
               MOVE Subject-C-Code TO Note-C-Code
               MOVE 0 TO Note-Date
               MOVE 0 TO Note-Time
               MOVE "N" TO Range-Sw
               START Note-File KEY IS NOT LESS THAN Note-Key
                   INVALID KEY
                       SET Range-Done TO TRUE
               END-START
               PERFORM UNTIL Range-Done
                   READ Note-File NEXT RECORD
                       AT END
                           SET Range-Done TO TRUE
                       NOT AT END
                           IF Note-C-Code NOT = Subject-C-Code
                               SET Range-Done TO TRUE
                           ELSE
                               MOVE Erased-Name TO Note-Text
                               REWRITE Note-Record
                               ADD 1 TO Records-Erased
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Note-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Cust-Vat SECTION.

           OPEN I-O Vat-Reg-File
           IF NOT Vat-Reg-File-Not-Found
               MOVE Subject-C-Code TO Vatr-C-Code
               DELETE Vat-Reg-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO Records-Erased
               END-DELETE
               CLOSE Vat-Reg-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Cust-Mail SECTION.
      *    The address is all the record holds - it goes.  The
      *    line-sequential files are rewritten through the work
      *    file, the way Retpurge trims a log.

           OPEN INPUT Mail-File
           IF NOT Mail-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Mail-File-Eof
                   READ Mail-File
                       AT END
                           SET Mail-File-Eof TO TRUE
                       NOT AT END
                           IF Mal-C-Code = Subject-C-Code
                               ADD 1 TO Records-Erased
                           ELSE
                               WRITE Work-Line FROM Mail-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mail-File
               CLOSE Work-File
               MOVE "00" TO Mail-File-Status

               OPEN OUTPUT Mail-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE SPACES TO Mail-Record
                           MOVE Work-Line TO Mail-Record
                           WRITE Mail-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Mail-File
           END-IF
           MOVE "00" TO Mail-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Cust-Mandate SECTION.
      *    Kept, suspended, with nothing left to collect from.

           OPEN INPUT Mandate-File
           IF NOT Mandate-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Mandate-File-Eof
                   READ Mandate-File
                       AT END
                           SET Mandate-File-Eof TO TRUE
                       NOT AT END
                           IF Ddm-C-Code = Subject-C-Code
                               MOVE 0 TO Ddm-Sort-Code
                               MOVE 0 TO Ddm-Account-No
                               MOVE Erased-Name TO Ddm-Account-Name
                               MOVE "N" TO Ddm-Active
                               ADD 1 TO Records-Erased
                           END-IF
                           WRITE Work-Line FROM Mandate-Record
                   END-READ
               END-PERFORM
               CLOSE Mandate-File
               CLOSE Work-File
               MOVE "00" TO Mandate-File-Status

               OPEN OUTPUT Mandate-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE Work-Line TO Mandate-Record
                           WRITE Mandate-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Mandate-File
           END-IF
           MOVE "00" TO Mandate-File-Status
       .
      *---------------------------------------------------------------*
       Finish-Rewrite SECTION.
      *    The work file held a whole copy of somebody's personal
      *    data - it does not outlive the rewrite.

           CLOSE Work-File
           DELETE FILE Work-File
           MOVE "00" TO Work-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Competitor SECTION.

           PERFORM Erase-Race-Entries
           PERFORM Erase-Race-Medical
           PERFORM Erase-Race-Results
           PERFORM Erase-Race-Withdrawn
           PERFORM Erase-Race-Waiting
           PERFORM Erase-Race-Transfers
           PERFORM Erase-Race-Runners
           PERFORM Erase-Race-Team-Legs
       .
      *---------------------------------------------------------------*
       Erase-Race-Entries SECTION.
      *    The name leads the primary key, so each entry is taken
      *    off and put back under its new name.

           OPEN I-O Entry-File
           IF NOT Entry-File-Not-Found
               PERFORM VARYING Hit-Ind FROM 1 BY 1
                                  UNTIL Hit-Ind > Hit-Count
                   IF Rh-From-Entries(Hit-Ind)
                       PERFORM Erase-One-Entry
                   END-IF
               END-PERFORM
               CLOSE Entry-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-One-Entry SECTION.

           MOVE Rh-Event(Hit-Ind) TO File-Key-Event
           MOVE Subject-Name      TO File-Key-Name
           MOVE Subject-Club      TO File-Key-Club
           READ Entry-File KEY IS File-Name-Club-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Entry-Record TO Entry-Hold
                   DELETE Entry-File
                   MOVE Entry-Hold TO Entry-Record
                   MOVE SPACES TO Ern-Suffix
                   MOVE File-Code TO Ern-Suffix
                   MOVE Erased-Race-Name TO File-Name
                   MOVE Erased-Race-Name TO File-Key-Name
                   MOVE SPACES TO File-Address
                   MOVE SPACES TO File-Email
                   MOVE 0 TO File-Dob
                   WRITE Entry-Record
                       INVALID KEY
                           DISPLAY "ENTRY " File-Event " " File-Code
                                   " COULD NOT BE PUT BACK"
                   END-WRITE
                   ADD 1 TO Records-Erased
           END-READ
       .
      *---------------------------------------------------------------*
       Erase-Race-Medical SECTION.

           OPEN I-O Medical-File
           IF NOT Medical-File-Not-Found
               PERFORM VARYING Hit-Ind FROM 1 BY 1
                                  UNTIL Hit-Ind > Hit-Count
                   MOVE Rh-Event(Hit-Ind) TO Med-Event
                   MOVE Rh-Code(Hit-Ind)  TO Med-Code
                   READ Medical-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Erased-Name TO Med-Emerg-Name
                           MOVE SPACES TO Med-Emerg-Phone
                           MOVE SPACES TO Med-Conditions
                           REWRITE Medical-Record
                           ADD 1 TO Records-Erased
                   END-READ
               END-PERFORM
               CLOSE Medical-File
           END-IF
       .
      *---------------------------------------------------------------*
       Erase-Race-Results SECTION.
      *    The time and the position stand - the result tables and
      *    the series scores do not move.

           OPEN I-O Result-File
           IF NOT Result-File-Not-Found
               PERFORM UNTIL Result-File-Eof
                   READ Result-File NEXT RECORD
                       AT END
                           SET Result-File-Eof TO TRUE
                       NOT AT END
                           IF Result-Name = Subject-Name
                              AND Result-Club = Subject-Club
                               MOVE SPACES TO Ern-Suffix
                               MOVE Result-Code TO Ern-Suffix
                               MOVE Erased-Race-Name TO Result-Name
                               REWRITE Result-Record
                               ADD 1 TO Records-Erased
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Result-File
           END-IF
           MOVE "00" TO Result-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Race-Withdrawn SECTION.
      *    The refund evidence - date, reason, event, category -
      *    stays.

           OPEN INPUT Withdrawn-File
           IF NOT Withdrawn-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Withdrawn-File-Eof
                   READ Withdrawn-File
                       AT END
                           SET Withdrawn-File-Eof TO TRUE
                       NOT AT END
                           IF Wd-Name = Subject-Name
                              AND Wd-Club = Subject-Club
                               MOVE SPACES TO Ern-Suffix
                               MOVE Wd-Code TO Ern-Suffix
                               MOVE Erased-Race-Name TO Wd-Name
                               MOVE SPACES TO Wd-Address
                               MOVE 0 TO Wd-Dob
                               ADD 1 TO Records-Erased
                           END-IF
                           WRITE Work-Line FROM Withdrawn-Record
                   END-READ
               END-PERFORM
               CLOSE Withdrawn-File
               CLOSE Work-File
               MOVE "00" TO Withdrawn-File-Status

               OPEN OUTPUT Withdrawn-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE Work-Line TO Withdrawn-Record
                           WRITE Withdrawn-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Withdrawn-File
           END-IF
           MOVE "00" TO Withdrawn-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Race-Waiting SECTION.
      *    A waiting row has no bib code yet - its place in the
      *    queue stands in.

           OPEN INPUT Waiting-File
           IF NOT Waiting-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Waiting-File-Eof
                   READ Waiting-File
                       AT END
                           SET Waiting-File-Eof TO TRUE
                       NOT AT END
                           IF Wl-Name = Subject-Name
                              AND Wl-Club = Subject-Club
                               MOVE SPACES TO Ern-Suffix
                               MOVE Wl-Seq TO Ern-Suffix
                               MOVE Erased-Race-Name TO Wl-Name
                               MOVE SPACES TO Wl-Address
                               MOVE SPACES TO Wl-Email
                               MOVE 0 TO Wl-Dob
                               MOVE SPACES TO Wl-Emerg-Name
                               MOVE SPACES TO Wl-Emerg-Phone
                               MOVE SPACES TO Wl-Medical
                               ADD 1 TO Records-Erased
                           END-IF
                           WRITE Work-Line FROM Waiting-Record
                   END-READ
               END-PERFORM
               CLOSE Waiting-File
               CLOSE Work-File
               MOVE "00" TO Waiting-File-Status

               OPEN OUTPUT Waiting-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE Work-Line TO Waiting-Record
                           WRITE Waiting-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Waiting-File
           END-IF
           MOVE "00" TO Waiting-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Race-Transfers SECTION.

           OPEN INPUT Transfer-File
           IF NOT Transfer-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Transfer-File-Eof
                   READ Transfer-File
                       AT END
                           SET Transfer-File-Eof TO TRUE
                       NOT AT END
                           IF Tr-Old-Name = Subject-Name
                              AND Tr-Old-Club = Subject-Club
                               MOVE SPACES TO Ern-Suffix
                               MOVE Tr-Code TO Ern-Suffix
                               MOVE Erased-Race-Name TO Tr-Old-Name
                               MOVE 0 TO Tr-Old-Dob
                               ADD 1 TO Records-Erased
                           END-IF
                           WRITE Work-Line FROM Transfer-Record
                   END-READ
               END-PERFORM
               CLOSE Transfer-File
               CLOSE Work-File
               MOVE "00" TO Transfer-File-Status

               OPEN OUTPUT Transfer-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE Work-Line TO Transfer-Record
                           WRITE Transfer-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Transfer-File
           END-IF
           MOVE "00" TO Transfer-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Race-Team-Legs SECTION.
      *    The leg's code, category and clock stand - the team's
      *    result does not move; the runner is named ERASED- and
      *    the leg's bib code.

           OPEN I-O Team-File
           IF NOT Team-File-Not-Found
               PERFORM UNTIL Team-File-Eof
                   READ Team-File NEXT RECORD
                       AT END
                           SET Team-File-Eof TO TRUE
                       NOT AT END
                           IF Tm-Club = Subject-Club
                               MOVE "N" TO Leg-Changed-Sw
                               PERFORM Erase-Team-Legs
                               IF Leg-Changed
                                   REWRITE Team-Record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Team-File
           END-IF
           MOVE "00" TO Team-File-Status
       .
      *---------------------------------------------------------------*
       Erase-Team-Legs SECTION.

           PERFORM VARYING Leg-Ind FROM 1 BY 1
                              UNTIL Leg-Ind > Tm-Legs
               IF Tl-Name(Leg-Ind) = Subject-Name
                   MOVE SPACES TO Ern-Suffix
                   MOVE Tl-Code(Leg-Ind) TO Ern-Suffix
                   MOVE Erased-Race-Name TO Tl-Name(Leg-Ind)
                   SET Leg-Changed TO TRUE
                   ADD 1 TO Records-Erased
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Erase-Race-Runners SECTION.
      *    The runner id stays, so the results and the series still
      *    hold together; the row is named ERASED- and its id.

           OPEN INPUT Runner-File
           IF NOT Runner-File-Not-Found
               OPEN OUTPUT Work-File
               PERFORM UNTIL Runner-File-Eof
                   READ Runner-File
                       AT END
                           SET Runner-File-Eof TO TRUE
                       NOT AT END
                           IF Run-Name = Subject-Name
                              AND Run-Club = Subject-Club
                               MOVE SPACES TO Ern-Suffix
                               MOVE Run-Id TO Ern-Suffix
                               MOVE Erased-Race-Name TO Run-Name
                               MOVE 0 TO Run-Dob
                               MOVE SPACES TO Run-Contact
                               ADD 1 TO Records-Erased
                           END-IF
                           WRITE Work-Line FROM Runner-Record
                   END-READ
               END-PERFORM
               CLOSE Runner-File
               CLOSE Work-File
               MOVE "00" TO Runner-File-Status

               OPEN OUTPUT Runner-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           MOVE Work-Line TO Runner-Record
                           WRITE Runner-Record
                   END-READ
               END-PERFORM
               PERFORM Finish-Rewrite
               CLOSE Runner-File
           END-IF
           MOVE "00" TO Runner-File-Status
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
