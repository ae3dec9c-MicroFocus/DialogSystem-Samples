
      *---------------------------------------------------------------*
      *    Month-end FX revaluation of the open foreign-currency
      *    order lines.  Export lines carry Ordl-Ord-Curr and
      *    Ordl-Ord-Curr-Val but their home-currency Ordl-Ord-Val is
      *    frozen at the booking rate, so the debtors figure drifts
      *    whenever rates move.  For every open line with a currency
      *    on it this batch:
      *    One revaluation journal record per currency goes to
      *    fxreval.dat for the accountants.  Nothing on the lines
      *    themselves is touched - the booked values stay booked.
      *    At the end of the run one record goes to the control file
      *    (see CTLTOT.CPY): currency lines judged in, lines revalued
      *    out and lines without a rate aside; the value in is the
      *    gain or loss on the lines, the value out what reached
      *    fxreval.dat - a currency past Max-Currencies shows aside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           SELECT Journal-File ASSIGN "fxreval.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN "custord.ism"
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

       FD  Report-File.
       01  Report-Line                 PIC X(90).


       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".

       77  Curr-Ind                    PIC 9(4) COMP.
       77  Curr-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Curr-Ind               PIC 9(4) COMP.
       77  Lines-Revalued              PIC 9(6) VALUE 0.
       77  Lines-No-Rate               PIC 9(6) VALUE 0.
       77  Lines-Gain                  PIC S9(11)V99 COMP VALUE 0.
       77  Journal-Gain                PIC S9(11)V99 COMP VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

       01  Currency-Totals.
           03  Ct-Entry OCCURS Max-Currencies.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File
           OPEN OUTPUT Report-File
           OPEN OUTPUT Journal-File

       Revalue-One-Customer SECTION.

           MOVE 0 TO Customer-Gain
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
                              AND Ordl-Pay-Val NOT = Ordl-Ord-Val
                               PERFORM Revalue-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Customer-Gain NOT = 0
      *    counted and skipped - somebody keys the rate and the run
      *    is repeated.

           COMPUTE Outstanding-Home = Ordl-Ord-Val
                                    - Ordl-Pay-Val
           IF Ordl-Ord-Val            = 0
               CONTINUE
           ELSE
               MOVE Ordl-Ord-Curr TO Rate-Look-Curr
               MOVE Run-Date TO Rate-Look-Date
               CALL Rate-Lookup-Service USING Rate-Look-Curr
                                              Rate-Look-Date
                   ADD 1 TO Lines-No-Rate
               ELSE
                   COMPUTE Outstanding-Curr ROUNDED =
                       Ordl-Ord-Curr-Val
                       * Outstanding-Home / Ordl-Ord-Val
                   COMPUTE Revalued-Home ROUNDED =
                       Outstanding-Curr * Rate-Look-Rate
                   COMPUTE Gain-Wrk = Revalued-Home - Outstanding-Home

           ADD 1 TO Lines-Revalued
           ADD Gain-Wrk TO Customer-Gain
           ADD Gain-Wrk TO Lines-Gain
           PERFORM Total-By-Currency

           MOVE File-C-Code              TO Det-C-Code
           MOVE Ordl-Ord-No              TO Det-Ord-No
           MOVE Ordl-Ord-Curr            TO Det-Curr
           MOVE Outstanding-Home         TO Det-Booked
           MOVE Revalued-Home            TO Det-Revalued
           MOVE Gain-Wrk                 TO Det-Gain
           PERFORM VARYING Curr-Ind FROM 1 BY 1
                              UNTIL Curr-Ind > Curr-Count
                                    OR This-Curr-Ind NOT = 0
               IF Ct-Curr(Curr-Ind) = Ordl-Ord-Curr
                   MOVE Curr-Ind TO This-Curr-Ind
               END-IF
           END-PERFORM
           IF This-Curr-Ind = 0 AND Curr-Count < Max-Currencies
               ADD 1 TO Curr-Count
               MOVE Ordl-Ord-Curr TO Ct-Curr(Curr-Count)
               MOVE 0 TO Ct-Gain(Curr-Count)
               MOVE Curr-Count TO This-Curr-Ind
           END-IF
               MOVE Ct-Curr(Curr-Ind) TO Fxj-Curr
               MOVE Ct-Gain(Curr-Ind) TO Fxj-Gain
               WRITE Journal-Record
               ADD Ct-Gain(Curr-Ind) TO Journal-Gain
           END-PERFORM

           DISPLAY "FX LINES REVALUED: " Lines-Revalued
                   " WITHOUT A RATE: " Lines-No-Rate
           CLOSE Customer-File
           CLOSE Order-Line-File
           CLOSE Report-File
           CLOSE Journal-File
           PERFORM Write-Control-Total
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTFXRV"     TO Ctl-Job
           COMPUTE Ctl-Recs-In = Lines-Revalued + Lines-No-Rate
           MOVE Lines-Gain     TO Ctl-Value-In
           MOVE Lines-Revalued TO Ctl-Recs-Out
           MOVE Journal-Gain   TO Ctl-Value-Out
           MOVE Lines-No-Rate  TO Ctl-Recs-Aside
           COMPUTE Ctl-Value-Aside = Lines-Gain - Journal-Gain
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
