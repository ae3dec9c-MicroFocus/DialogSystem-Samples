      *         than the newest keep GOOD generations on
      *         custbkup.cat is deleted (file name column unused);
      *      F  a whole file deleted outright - the .prt outputs a
      *         new run rewrites anyway;
      *      R  report archive generations (see RPTCAT.CPY): every
      *         generation on rptarch.cat older than keep days is
      *         deleted and its catalogue line marked retired - the
      *         file name column names the report (custaged), blank
      *         for every report - but a report's newest generation
      *         always stays, however old, so Rptview has something
      *         to compare the next run with;
      *      P  not a purge - the days a customer (cust.ism) or a
      *         competitor (entries.dat) must have been quiet
      *         before Dpsubj will erase their personal data; only
      *         listed here.
      *    The protected list is not negotiable: the live masters
      *    and every audit generation catalogued on custaudt.cat
      *    can never be named as a target - a policy line that
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Bkup-Cat-File-Status.

           SELECT Catalogue-File ASSIGN "rptarch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Catalogue-File-Status.

           SELECT Progress-File ASSIGN "jobprog.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD  Target-File.
       01  Target-Line                 PIC X(132).

      *    wide enough for a report archive catalogue line as well
      *    as a log line
       FD  Work-File.
       01  Work-Line                   PIC X(256).

       FD  Audit-Cat-File.
       01  Audit-Cat-Record.
           03  FILLER                  PIC X(1).
           03  Bca-Verdict             PIC X(4).

       FD  Catalogue-File.
           COPY "RPTCAT.CPY".

      *    sized to JOBPROG.CBL's 80-byte slot - only the name and
      *    status matter here, the counters and times ride along
       FD  Progress-File.
       78  Max-Protected-Names         VALUE 100.
       78  Max-Spool-Jobs              VALUE 200.
       78  Max-Generations             VALUE 200.
       78  Max-Archived-Reports        VALUE 100.

       77  Policy-File-Status          PIC X(2).
          88  Policy-File-Eof             VALUE "10".
       77  Bkup-Cat-File-Status        PIC X(2).
          88  Bkup-Cat-Eof                VALUE "10".
          88  Bkup-Cat-Not-Found          VALUE "35".
       77  Catalogue-File-Status       PIC X(2).
          88  Catalogue-File-Eof          VALUE "10".
          88  Catalogue-File-Not-Found    VALUE "35".
       77  Progress-File-Status        PIC X(2).
          88  Progress-File-Eof           VALUE "10".
          88  Progress-File-Not-Found     VALUE "35".
          88  Spool-File-Eof              VALUE "10".
          88  Spool-File-Not-Found        VALUE "35".

       01  Target-File-Name            PIC X(64).

       77  Prot-Ind                    PIC 9(4) COMP.
       77  Prot-Count                  PIC 9(4) COMP VALUE 0.
      *    before any new master goes live
       01  Master-Names.
           03  FILLER  PIC X(40) VALUE "cust.ism".
           03  FILLER  PIC X(40) VALUE "custord.ism".
           03  FILLER  PIC X(40) VALUE "custnote.ism".
           03  FILLER  PIC X(40) VALUE "custarea.ism".
           03  FILLER  PIC X(40) VALUE "currates.ism".
           03  FILLER  PIC X(40) VALUE "custhist.ism".
           03  FILLER  PIC X(40) VALUE "custaudt.log".
           03  FILLER  PIC X(40) VALUE "custaudt.cat".
           03  FILLER  PIC X(40) VALUE "custaudt.chn".
           03  FILLER  PIC X(40) VALUE "custbkup.cat".
           03  FILLER  PIC X(40) VALUE "custname.ism".
           03  FILLER  PIC X(40) VALUE "custrisk.ism".
           03  FILLER  PIC X(40) VALUE "custfam.dat".
           03  FILLER  PIC X(40) VALUE "custdisp.dat".
           03  FILLER  PIC X(40) VALUE "custwoff.dat".
           03  FILLER  PIC X(40) VALUE "custterm.ism".
           03  FILLER  PIC X(40) VALUE "custstop.ism".
           03  FILLER  PIC X(40) VALUE "custstop.log".
           03  FILLER  PIC X(40) VALUE "custplim.ism".
           03  FILLER  PIC X(40) VALUE "custadrh.ism".
           03  FILLER  PIC X(40) VALUE "custshto.ism".
           03  FILLER  PIC X(40) VALUE "ordshto.ism".
           03  FILLER  PIC X(40) VALUE "custrma.ism".
           03  FILLER  PIC X(40) VALUE "rmanum.dat".
           03  FILLER  PIC X(40) VALUE "custrfnd.dat".
           03  FILLER  PIC X(40) VALUE "custsdsc.dat".
           03  FILLER  PIC X(40) VALUE "custbrec.dat".
           03  FILLER  PIC X(40) VALUE "custkpi.ism".
           03  FILLER  PIC X(40) VALUE "perbal.ism".
           03  FILLER  PIC X(40) VALUE "gljhist.ism".
           03  FILLER  PIC X(40) VALUE "invnum.dat".
           03  FILLER  PIC X(40) VALUE "invreg.dat".
           03  FILLER  PIC X(40) VALUE "invimg.dat".
           03  FILLER  PIC X(40) VALUE "custprag.ism".
           03  FILLER  PIC X(40) VALUE "stock.ism".
           03  FILLER  PIC X(40) VALUE "stockmov.log".
           03  FILLER  PIC X(40) VALUE "custbudg.ism".
           03  FILLER  PIC X(40) VALUE "custcapp.ism".
           03  FILLER  PIC X(40) VALUE "ordpo.ism".
           03  FILLER  PIC X(40) VALUE "ordxref.ism".
           03  FILLER  PIC X(40) VALUE "custcra.ism".
           03  FILLER  PIC X(40) VALUE "custcrah.ism".
           03  FILLER  PIC X(40) VALUE "custcoll.ism".
           03  FILLER  PIC X(40) VALUE "custvatr.ism".
           03  FILLER  PIC X(40) VALUE "postdist.ism".
           03  FILLER  PIC X(40) VALUE "distrib.ism".
           03  FILLER  PIC X(40) VALUE "entries.dat".
           03  FILLER  PIC X(40) VALUE "events.dat".
           03  FILLER  PIC X(40) VALUE "results.dat".
           03  FILLER  PIC X(40) VALUE "clubmast.dat".
           03  FILLER  PIC X(40) VALUE "clubledg.dat".
           03  FILLER  PIC X(40) VALUE "medical.dat".
           03  FILLER  PIC X(40) VALUE "dperase.log".
           03  FILLER  PIC X(40) VALUE "rptarch.cat".
           03  FILLER  PIC X(40) VALUE "infeed.dat".
           03  FILLER  PIC X(40) VALUE "mendsign.dat".
           03  FILLER  PIC X(40) VALUE "yearbal.dat".
           03  FILLER  PIC X(40) VALUE "yearctl.dat".
           03  FILLER  PIC X(40) VALUE "company.ism".
           03  FILLER  PIC X(40) VALUE "runners.dat".
           03  FILLER  PIC X(40) VALUE "course.dat".
           03  FILLER  PIC X(40) VALUE "splits.dat".
           03  FILLER  PIC X(40) VALUE "protests.dat".
           03  FILLER  PIC X(40) VALUE "resamend.log".
           03  FILLER  PIC X(40) VALUE "teams.dat".
           03  FILLER  PIC X(40) VALUE "evcost.dat".
           03  FILLER  PIC X(40) VALUE "ordprice.ism".
           03  FILLER  PIC X(40) VALUE "gljclub.ack".
       01  Master-Name-Table REDEFINES Master-Names.
           03  Master-Name OCCURS 75   PIC X(40).

       77  Lines-Kept                  PIC 9(6).
       77  Lines-Trimmed               PIC 9(6).
       77  Policies-Refused            PIC 9(4) VALUE 0.

       01  Run-Date                    PIC 9(8).
       01  Line-Date                   PIC 9(8).
       77  Run-Serial                  PIC S9(8) COMP.
       77  Line-Serial                 PIC S9(8) COMP.
       77  Age-Days                    PIC S9(8) COMP.
       77  Job-Count                   PIC 9(4) COMP.
       01  Spool-Table.
           03  Spool-Row OCCURS Max-Spool-Jobs
                                       PIC X(81).
       01  Sp-View.
           03  Spv-Job-No              PIC 9(6).
           03  Spv-Status              PIC X.
           03  Spv-Date                PIC 9(8).
           03  Spv-Rest                PIC X(66).

       77  Gen-Ind                     PIC 9(4) COMP.
       77  Gen-Count                   PIC 9(4) COMP.
           03  Generation-Entry OCCURS Max-Generations.
               05  Gn-Gen-No           PIC 9(4).
               05  Gn-Verdict          PIC X(4).
      *    the line each archived report's newest generation is on
       77  Arc-Ind                     PIC 9(4) COMP.
       77  Arc-Count                   PIC 9(4) COMP.
       77  Cat-Line-No                 PIC 9(6) COMP.
       01  Archived-Report-Table.
           03  Archived-Report OCCURS Max-Archived-Reports.
               05  Arc-Report          PIC X(8).
               05  Arc-Newest-Line     PIC 9(6) COMP.
       01  Newest-Sw                   PIC X(01).
          88  Newest-Generation           VALUE "Y".

       01  Gen-File-Name.
           03  FILLER                  PIC X(2) VALUE "bk".
           03  Gfn-Gen-No              PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Rpt-Outcome             PIC X(30).

       78  Date-Calc-Service           VALUE "datecalc".
           COPY "DATECALC.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           MOVE Run-Date TO Dtc-Date-1
           PERFORM Find-Day-Number
           MOVE Dtc-Days TO Run-Serial
           OPEN OUTPUT Report-File

           OPEN INPUT Policy-File
      *    has ever catalogued - seven-year retention is not a
      *    thing a mis-typed policy line gets to undo.

           PERFORM VARYING Prot-Ind FROM 1 BY 1 UNTIL Prot-Ind > 75
               ADD 1 TO Prot-Count
               MOVE Master-Name(Prot-Ind) TO
                                    Protected-Name(Prot-Count)
           MOVE Pol-File-Name TO Rpt-File-Name

           PERFORM Judge-Target-Protected
           EVALUATE TRUE
               WHEN Pol-Kind = "P"
                   MOVE "KEPT FOR SUBJECT ERASURE" TO Rpt-Outcome
                   PERFORM Write-Report-Detail
               WHEN Target-Protected
                   ADD 1 TO Policies-Refused
                   MOVE "REFUSED - PROTECTED TARGET" TO Rpt-Outcome
                   PERFORM Write-Report-Detail
               WHEN OTHER
                   ADD 1 TO Policies-Applied
                   EVALUATE Pol-Kind
                       WHEN "L"
                           PERFORM Trim-Dated-Log
                       WHEN "Q"
                           PERFORM Purge-Spool-Queue
                       WHEN "J"
                           PERFORM Clear-Dead-Job-Slots
                       WHEN "G"
                           PERFORM Retire-Backup-Generations
                       WHEN "F"
                           PERFORM Delete-Whole-File
                       WHEN "R"
                           PERFORM Retire-Report-Generations
                       WHEN OTHER
                           MOVE "UNKNOWN POLICY KIND" TO Rpt-Outcome
                           PERFORM Write-Report-Detail
                   END-EVALUATE
           END-EVALUATE

           PERFORM Read-Next-Policy
       .

           IF Target-Line(1:8) NUMERIC
               MOVE Target-Line(1:8) TO Line-Date
               MOVE Line-Date TO Dtc-Date-1
               PERFORM Find-Day-Number
               MOVE Dtc-Days TO Line-Serial
               COMPUTE Age-Days = Run-Serial - Line-Serial
               IF Age-Days > Pol-Keep
                   ADD 1 TO Lines-Trimmed
                                  UNTIL Job-Ind > Job-Count
                   MOVE Spool-Row(Job-Ind) TO Sp-View
                   MOVE Spv-Date TO Line-Date
                   MOVE Line-Date TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Line-Serial
                   COMPUTE Age-Days = Run-Serial - Line-Serial
                   IF (Spv-Status = "D" OR Spv-Status = "C")
                      AND Age-Days > Pol-Keep
           MOVE ".cst" TO Gfn-Suffix
           MOVE Gen-File-Name TO Target-File-Name
           DELETE FILE Target-File
      *    a generation taken before custord.ism carries a .ovf
      *    where the later ones carry a .ord - whichever is there
      *    goes
           MOVE ".ovf" TO Gfn-Suffix
           MOVE Gen-File-Name TO Target-File-Name
           DELETE FILE Target-File
           MOVE ".ord" TO Gfn-Suffix
           MOVE Gen-File-Name TO Target-File-Name
           DELETE FILE Target-File
           MOVE ".ent" TO Gfn-Suffix
           MOVE Gen-File-Name TO Target-File-Name
           DELETE FILE Target-File
           ADD 1 TO Lines-Trimmed
           ADD 3 TO Files-Deleted
       .
      *---------------------------------------------------------------*
       Retire-Report-Generations SECTION.
      *    One pass finds the line each report's newest generation
      *    is on; the second carries every line through the work
      *    file, retiring on the way, and the catalogue is rewritten
      *    from it as a trimmed log is.  A retired line stays, as
      *    the backup catalogue's do.

           MOVE 0 TO Arc-Count
           MOVE 0 TO Cat-Line-No
           OPEN INPUT Catalogue-File
           IF Catalogue-File-Not-Found
               MOVE "NO REPORT ARCHIVE CATALOGUE" TO Rpt-Outcome
           ELSE
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Cat-Line-No
                           PERFORM Note-Newest-Generation
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
               MOVE "00" TO Catalogue-File-Status

               MOVE 0 TO Lines-Trimmed
               MOVE 0 TO Cat-Line-No
               OPEN INPUT Catalogue-File
               OPEN OUTPUT Work-File
               PERFORM UNTIL Catalogue-File-Eof
                   READ Catalogue-File
                       AT END
                           SET Catalogue-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Cat-Line-No
                           PERFORM Judge-One-Report-Generation
                           WRITE Work-Line FROM Report-Catalogue-Record
                   END-READ
               END-PERFORM
               CLOSE Catalogue-File
               CLOSE Work-File
               MOVE "00" TO Catalogue-File-Status

               OPEN OUTPUT Catalogue-File
               OPEN INPUT Work-File
               PERFORM UNTIL Work-File-Eof
                   READ Work-File
                       AT END
                           SET Work-File-Eof TO TRUE
                       NOT AT END
                           WRITE Report-Catalogue-Record FROM Work-Line
                   END-READ
               END-PERFORM
               CLOSE Work-File
               CLOSE Catalogue-File
               MOVE "00" TO Work-File-Status
               MOVE "00" TO Catalogue-File-Status

               MOVE SPACES TO Rpt-Outcome
               STRING "RETIRED " Lines-Trimmed " GENERATIONS"
                   DELIMITED BY SIZE INTO Rpt-Outcome
           END-IF
           PERFORM Write-Report-Detail
       .
      *---------------------------------------------------------------*
       Note-Newest-Generation SECTION.

           PERFORM VARYING Arc-Ind FROM 1 BY 1
                              UNTIL Arc-Ind > Arc-Count
                                    OR Arc-Report(Arc-Ind) = Rct-Report
               CONTINUE
           END-PERFORM
           IF Arc-Ind > Arc-Count
               IF Arc-Count < Max-Archived-Reports
                   ADD 1 TO Arc-Count
                   MOVE Rct-Report TO Arc-Report(Arc-Count)
                   MOVE Cat-Line-No TO Arc-Newest-Line(Arc-Count)
               END-IF
           ELSE
               MOVE Cat-Line-No TO Arc-Newest-Line(Arc-Ind)
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-One-Report-Generation SECTION.
      *    A report the table had no room for counts as newest
      *    throughout - it is left alone rather than guessed at.

           IF Rct-Archived
              AND (Pol-File-Name = SPACES
                   OR Pol-File-Name = Rct-Report)
               SET Newest-Generation TO TRUE
               PERFORM VARYING Arc-Ind FROM 1 BY 1
                                  UNTIL Arc-Ind > Arc-Count
                   IF Arc-Report(Arc-Ind) = Rct-Report
                      AND Arc-Newest-Line(Arc-Ind) NOT = Cat-Line-No
                       MOVE "N" TO Newest-Sw
                   END-IF
               END-PERFORM
               IF NOT Newest-Generation
                   MOVE Rct-Run-Date TO Dtc-Date-1
                   PERFORM Find-Day-Number
                   MOVE Dtc-Days TO Line-Serial
                   COMPUTE Age-Days = Run-Serial - Line-Serial
                   IF Age-Days > Pol-Keep
                       MOVE Rct-Gen-File TO Target-File-Name
                       DELETE FILE Target-File
                       MOVE "00" TO Target-File-Status
                       SET Rct-Retired TO TRUE
                       ADD 1 TO Lines-Trimmed
                       ADD 1 TO Files-Deleted
                   END-IF
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-Whole-File SECTION.

           CLOSE Report-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Find-Day-Number SECTION.
      *    Dtc-Date-1 is set by the caller - true calendar days, see
      *    DATECALC.CPY.

           SET Dtc-Day-Number TO TRUE
           CALL Date-Calc-Service USING Date-Calc
       .

      *****************************************************************
