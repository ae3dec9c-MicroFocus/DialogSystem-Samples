       PROGRAM-ID. Custchek.

      *---------------------------------------------------------------*
      *    Data integrity checker.  Sweeps cust.ism and custord.ism
      *    applying record-level and cross-file rules, and writes a
      *    severity-graded exception report to custchek.prt for
      *    operations to run before the nightly export.
      *           the order lines
      *      E02  non-numeric digits in an order number or date
      *      E03  impossible calendar month or day in an order date
      *      E04  unknown Ordl-Ord-Type on an order line
      *      E05  unknown Ordl-Ord-Status on an order line
      *      E06  custord.ism lines whose Ordl-C-Code matches no
      *           customer
      *    Severity W (worth a look):
      *      W01  ordinary line paid past its order value
      *      W02  line with no order number still carrying money
      *      W03  record locked by an operator not on the user
      *           master (only judged when users.dat exists)
      *      W05  order value disagrees with the sum of its
      *           orddetl.ism item lines (only judged for orders
      *           that have item detail at all)
      *    W04 - an overflow row waiting on free slots - went with
      *    the slots themselves.  The column after the customer code
      *    carries the order number for a line's exceptions and
      *    nought for the customer's own.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

           SELECT User-File ASSIGN "users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS User-File-Status.
           SELECT Report-File ASSIGN "custchek.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-Name
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

       FD  User-File.
       01  User-Record                 PIC X(104).

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
      *    the live order lines, or the night's custxord.ism snapshot
      *    of them when the customers come off the extract
       01  Order-Line-Name             PIC X(40) VALUE "custord.ism".
       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       77  User-File-Status            PIC X(2).
          88  User-File-Eof               VALUE "10".
          88  User-File-Not-Found         VALUE "35".
          88  Detail-Seen                 VALUE "Y".
       77  Detail-Sum-Wrk              PIC S9(11)V99 COMP.

       77  Report-Ord-No               PIC 9(6).
       77  User-Ind                    PIC 9(4) COMP.
       77  User-Count                  PIC 9(4) COMP VALUE 0.
       77  Error-Count                 PIC 9(6) VALUE 0.
       77  Warning-Count               PIC 9(6) VALUE 0.

       77  Balance-Wrk                 PIC S9(11)V99 COMP.
       01  Owner-Checked-Code          PIC X(5).

       01  Users-Present-Sw            PIC X(01) VALUE "N".
          88  Users-Present               VALUE "Y".
       01  Extract-Mode-Sw             PIC X(01) VALUE "N".
          88  Extract-Mode                VALUE "Y".

      *    every code seen in the sweep - the order-line owner check
      *    searches this when the run is fed from the extract and
      *    the master is not open; reading the master itself, the
      *    check goes back by key
       78  Max-Known-Codes             VALUE 25000.
       77  Known-Ind                   PIC 9(5) COMP.
       77  Known-Count                 PIC 9(5) COMP VALUE 0.
       01  Known-Table-Full-Sw         PIC X(01) VALUE "N".
          88  Known-Table-Full            VALUE "Y".
       01  Known-Code-Table.
           03  Known-Entry OCCURS Max-Known-Codes.
               05  Kc-C-Code           PIC X(5).

       01  Date-Wrk                    PIC 9(8).
       01  Date-Wrk-Split REDEFINES Date-Wrk.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Exc-C-Code              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Exc-Ord-No              PIC Z(5)9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Exc-Text                PIC X(50).


           PERFORM Program-Initialize
           PERFORM Check-One-Customer UNTIL Customer-File-Eof
           PERFORM Check-Line-Owners
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
                   DISPLAY "NO CUSTXTRT.DAT - READING THE MASTER"
               ELSE
                   SET Extract-Mode TO TRUE
                   MOVE "custxord.ism" TO Order-Line-Name
               END-IF
           END-IF
           IF NOT Extract-Mode
               OPEN INPUT Customer-File
           END-IF
           OPEN INPUT Order-Line-File
       .
      *---------------------------------------------------------------*
       Read-Next-Customer SECTION.
       Check-One-Customer SECTION.

           PERFORM Note-Known-Code
           MOVE 0 TO Balance-Wrk
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
                           PERFORM Check-One-Line
                       END-IF
               END-READ
           END-PERFORM
           PERFORM Check-Stored-Balance
           PERFORM Check-Lock-Owner

           PERFORM Read-Next-Customer
           IF Known-Count < Max-Known-Codes
               ADD 1 TO Known-Count
               MOVE File-C-Code TO Kc-C-Code(Known-Count)
           ELSE
      *        a master bigger than the table means the extract-fed
      *        owner check can only stand down, never accuse
               SET Known-Table-Full TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Stored-Balance SECTION.
      *    Balance-Wrk was summed line by line as the customer's
      *    order lines were checked.

           IF Balance-Wrk NOT = File-C-Balance
               MOVE 0 TO Report-Ord-No
               MOVE "BALANCE DISAGREES WITH ORDER LINES" TO Exc-Text
               PERFORM Report-Error
           END-IF
      *---------------------------------------------------------------*
       Check-One-Line SECTION.

           ADD Ordl-Ord-Val TO Balance-Wrk
           SUBTRACT Ordl-Pay-Val FROM Balance-Wrk
           IF Ordl-Ord-No NOT NUMERIC
              OR Ordl-Ord-Date NOT NUMERIC
               MOVE 0 TO Report-Ord-No
               MOVE "NON-NUMERIC ORDER NUMBER OR DATE" TO Exc-Text
               PERFORM Report-Error
           ELSE
               MOVE Ordl-Ord-No TO Report-Ord-No
               IF Ordl-Ord-No NOT = 0
                   PERFORM Check-Live-Line
               ELSE
                   IF Ordl-Ord-Val NOT = 0
                      OR Ordl-Pay-Val NOT = 0
                       MOVE "LINE WITH NO ORDER NUMBER CARRIES MONEY"
                                                       TO Exc-Text
                       PERFORM Report-Warning
                   END-IF
      *---------------------------------------------------------------*
       Check-Live-Line SECTION.

           MOVE Ordl-Ord-Date TO Date-Wrk
           IF Date-Wrk-Mm = 0 OR Date-Wrk-Mm > 12
              OR Date-Wrk-Dd = 0 OR Date-Wrk-Dd > 31
               MOVE "IMPOSSIBLE ORDER DATE" TO Exc-Text
               PERFORM Report-Error
           END-IF

           IF Ordl-Ord-Type NOT = SPACE
              AND Ordl-Ord-Type NOT = "O"
              AND Ordl-Ord-Type NOT = "C"
              AND Ordl-Ord-Type NOT = "N"
              AND Ordl-Ord-Type NOT = "W"
               MOVE "UNKNOWN ORDER TYPE" TO Exc-Text
               PERFORM Report-Error
           END-IF

           IF Ordl-Ord-Status NOT = SPACE
              AND Ordl-Ord-Status NOT = "O"
              AND Ordl-Ord-Status NOT = "S"
              AND Ordl-Ord-Status NOT = "I"
              AND Ordl-Ord-Status NOT = "P"
              AND Ordl-Ord-Status NOT = "F"
              AND Ordl-Ord-Status NOT = "D"
               MOVE "UNKNOWN ORDER STATUS" TO Exc-Text
               PERFORM Report-Error
           END-IF

           IF (Ordl-Ord-Type = SPACE
               OR Ordl-Ord-Type = "O")
              AND Ordl-Pay-Val > Ordl-Ord-Val
               MOVE "LINE PAID PAST ITS ORDER VALUE" TO Exc-Text
               PERFORM Report-Warning
           END-IF
           MOVE 0 TO Detail-Sum-Wrk
           MOVE "N" TO Detail-Seen-Sw
           MOVE "N" TO Detail-Range-Done-Sw
           MOVE Ordl-Ord-No TO Odt-Ord-No
           MOVE 0 TO Odt-Line-No
           START Detail-File KEY IS NOT LESS THAN Odt-Key
               INVALID KEY
                   AT END
                       SET Detail-Range-Done TO TRUE
                   NOT AT END
                       IF Odt-Ord-No NOT = Ordl-Ord-No
                           SET Detail-Range-Done TO TRUE
                       ELSE
                           SET Detail-Seen TO TRUE
           END-PERFORM

           IF Detail-Seen
              AND Detail-Sum-Wrk NOT = Ordl-Ord-Val
               MOVE "ORDER VALUE DISAGREES WITH ITEM DETAIL"
                                                       TO Exc-Text
               PERFORM Report-Warning
                   END-IF
               END-PERFORM
               IF NOT User-Known
                   MOVE 0 TO Report-Ord-No
                   MOVE "LOCKED BY OPERATOR NOT ON USER MASTER"
                                                       TO Exc-Text
                   PERFORM Report-Warning
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Line-Owners SECTION.
      *    One pass of the order lines, judging each customer code
      *    they carry once - the lines come in key order, so a
      *    code's lines are all together.

           MOVE SPACES TO Owner-Checked-Code
           MOVE LOW-VALUES TO Ordl-Key
           START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
               INVALID KEY
                   SET Order-Line-File-Eof TO TRUE
           END-START
           PERFORM UNTIL Order-Line-File-Eof
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Order-Line-File-Eof TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = Owner-Checked-Code
                           MOVE Ordl-C-Code TO Owner-Checked-Code
                           PERFORM Check-One-Line-Owner
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Check-One-Line-Owner SECTION.
      *    Reading the master, the owner is fetched by key; fed from
      *    the extract (the master not open) the codes noted during
      *    the sweep answer instead.

           IF Extract-Mode
               PERFORM Check-Owner-Against-Table
           ELSE
               PERFORM Check-Owner-Against-Master
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Owner-Against-Master SECTION.

           MOVE "N" TO Owner-Found-Sw
           MOVE Ordl-C-Code TO File-C-Code
           READ Customer-File
               INVALID KEY
                   CONTINUE
                   SET Owner-Found TO TRUE
           END-READ

           IF NOT Owner-Found
               MOVE Ordl-C-Code TO Exc-C-Code
               MOVE "ORDER LINES FOR UNKNOWN CUSTOMER" TO Exc-Text
               PERFORM Report-Owner-Error
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Owner-Against-Table SECTION.
      *    An owner the table never saw is only an error when the
      *    table held the whole sweep - a full table means the
      *    check stands down for this code rather than accusing a
      *    customer past the table's end.

           MOVE "N" TO Owner-Found-Sw
           PERFORM VARYING Known-Ind FROM 1 BY 1
                              UNTIL Known-Ind > Known-Count
                                    OR Owner-Found
               IF Kc-C-Code(Known-Ind) = Ordl-C-Code
                   SET Owner-Found TO TRUE
               END-IF
           END-PERFORM

           IF NOT Owner-Found AND NOT Known-Table-Full
               MOVE Ordl-C-Code TO Exc-C-Code
               MOVE "ORDER LINES FOR UNKNOWN CUSTOMER" TO Exc-Text
               PERFORM Report-Owner-Error
           END-IF
       .
      *---------------------------------------------------------------*
       Report-Error SECTION.
           ADD 1 TO Error-Count
           MOVE "E  " TO Exc-Severity
           MOVE File-C-Code TO Exc-C-Code
           MOVE Report-Ord-No TO Exc-Ord-No
           MOVE Exception-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Report-Owner-Error SECTION.
      *    The owning customer does not exist, so Exc-C-Code was set
      *    by the caller from the order line itself.

           ADD 1 TO Error-Count
           MOVE "E  " TO Exc-Severity
           MOVE 0 TO Exc-Ord-No
           MOVE Exception-Line TO Report-Line
           WRITE Report-Line
       .
           ADD 1 TO Warning-Count
           MOVE "W  " TO Exc-Severity
           MOVE File-C-Code TO Exc-C-Code
           MOVE Report-Ord-No TO Exc-Ord-No
           MOVE Exception-Line TO Report-Line
           WRITE Report-Line
       .
           ELSE
               CLOSE Customer-File
           END-IF
           CLOSE Order-Line-File
           IF Detail-Open
               CLOSE Detail-File
           END-IF
