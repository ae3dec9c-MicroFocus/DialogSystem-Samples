      *      1. the narrative contains a customer code that is on
      *         cust.ism;
      *      2. the narrative contains an order number belonging to
      *         exactly one customer's order lines;
      *      3. fuzzy fallback - the significant part of exactly one
      *         File-C-Name appears in the narrative.  One match
      *         posts; two possible names is a guess, and guesses go
      *    listed on bankrevw.prt for a human - never guessed into
      *    somebody's account.  Debits are ignored; this side of the
      *    statement is money in.
      *    Order numbers are looked up on the order-number index
      *    ordxref.ism (see ORDXREF.CPY); only when it is missing is
      *    every live order mapped from custord.ism as well.
      *    At the end its control record goes to the shared
      *    control-total file: credits read, receipts built for
      *    Custcash and credits set aside for review, by count and
      *    value.
      *    A statement already imported (same fingerprint on the
      *    inbound file register - see INFEED.CBL) is refused with
      *    return code 8 unless a supervisor has let it through on
      *    Feedmnt; after a clean run bankstmt.dat is filed to the
      *    dated feed archive.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

           SELECT Bank-File ASSIGN "bankstmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Bank-File-Status.
           SELECT Review-File ASSIGN "bankrevw.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Order-Xref-File ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Oxr-Ord-No
           ACCESS IS RANDOM
           FILE STATUS IS Order-Xref-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Bank-File.
       01  Bank-Record.
           03  Bnk-Type                PIC X.
       FD  Review-File.
       01  Review-Line                 PIC X(80).

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    sized past the twenty-thousand-customer master (and its
      *    order lines) - a map that cannot hold everyone
      *    turns matchable credits into false NO MATCH review lines
       78  Max-Map-Customers           VALUE 25000.
       78  Max-Map-Orders              VALUE 250000.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
          88  Order-Line-File-Not-Found   VALUE "35".

       77  Bank-File-Status            PIC X(2).
          88  Bank-File-Eof               VALUE "10".
       77  Receipt-File-Status         PIC X(2).
          88  Receipt-File-Not-Found      VALUE "35".

       77  Order-Xref-File-Status      PIC X(2).
          88  Order-Xref-File-Not-Found   VALUE "35".
       01  Xref-Open-Sw                PIC X(01) VALUE "N".
          88  Xref-Open                   VALUE "Y".

       77  Array-Ind                   PIC 9(4) COMP.
       77  Cust-Ind                    PIC 9(5) COMP.
       77  Cust-Count                  PIC 9(5) COMP VALUE 0.
       77  Credits-Read                PIC 9(6) VALUE 0.
       77  Matched-Count               PIC 9(6) VALUE 0.
       77  Review-Count                PIC 9(6) VALUE 0.
       77  Credits-Value               PIC 9(11)V99 VALUE 0.
       77  Matched-Value               PIC 9(11)V99 VALUE 0.
       77  Review-Value                PIC 9(11)V99 VALUE 0.

      *    control record for the balancing step - see CTLTOT.CBL
       78  Control-Total-Service       VALUE "ctltot".
           COPY "CTLTOT.CPY".

      *    has this statement been imported before - see INFEED.CBL
       78  Inbound-Feed-Service        VALUE "infeed".
           COPY "INFEED.CPY".

       01  Customer-Map.
           03  Cm-Entry OCCURS Max-Map-Customers.
       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Check-Inbound-Register
           PERFORM Program-Initialize
           PERFORM Load-Customer-Map
           PERFORM Import-One-Entry UNTIL Bank-File-Eof
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Check-Inbound-Register SECTION.

           INITIALIZE Inbound-Feed
           SET Ifd-Action-Check TO TRUE
           MOVE "CUSTBANK" TO Ifd-Program
           MOVE "bankstmt.dat" TO Ifd-File-Name
           MOVE 12 TO Ifd-Value-Start
           MOVE 9 TO Ifd-Value-Length
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Repeat
               DISPLAY "CUSTBANK: BANKSTMT.DAT ALREADY IMPORTED ON "
                       Ifd-Seen-Date " - REFUSED, SEE FEEDMNT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Ifd-Overridden
               DISPLAY "CUSTBANK: BANKSTMT.DAT SEEN ON " Ifd-Seen-Date
                       " - IMPORTED AGAIN ON " Ifd-Override-By
                       "'S OVERRIDE"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

                   CLOSE Receipt-File
                   OPEN EXTEND Receipt-File
               END-IF
               OPEN INPUT Order-Xref-File
               IF NOT Order-Xref-File-Not-Found
                   SET Xref-Open TO TRUE
               END-IF
               PERFORM Read-Next-Bank-Entry
           END-IF
       .
      *---------------------------------------------------------------*
       Load-Customer-Map SECTION.
      *    One pass over the master, taken up front: every code and
      *    name, and one over custord.ism for every live order number
      *    with its owner, so the matching never re-reads either per
      *    statement line.  The orders are left out when the
      *    order-number index is there to answer for them.

           IF NOT Bank-File-Eof
               OPEN INPUT Customer-File
               END-PERFORM
               CLOSE Customer-File
           END-IF

           IF NOT Bank-File-Eof AND NOT Xref-Open
               OPEN INPUT Order-Line-File
               IF NOT Order-Line-File-Not-Found
                   PERFORM UNTIL Order-Line-File-Eof
                       READ Order-Line-File NEXT RECORD
                           AT END
                               SET Order-Line-File-Eof TO TRUE
                           NOT AT END
                               PERFORM Map-One-Order-Line
                       END-READ
                   END-PERFORM
                   CLOSE Order-Line-File
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Map-One-Customer SECTION.
           ELSE
               SET Map-Truncated TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Map-One-Order-Line SECTION.

           IF Ord-Count < Max-Map-Orders
               ADD 1 TO Ord-Count
               MOVE Ordl-Ord-No TO Om-Ord-No(Ord-Count)
               MOVE Ordl-C-Code TO Om-C-Code(Ord-Count)
           ELSE
               SET Map-Truncated TO TRUE
           END-IF
       .
      *---------------------------------------------------------------*
       Import-One-Entry SECTION.

           IF Bnk-Type = "C"
               ADD 1 TO Credits-Read
               ADD Bnk-Amount TO Credits-Value
               PERFORM Match-The-Narrative
               IF Matched-Code NOT = SPACES
                   PERFORM Write-Receipt-Record
      *---------------------------------------------------------------*
       Match-By-Order-Number SECTION.
      *    Six consecutive digits that name a live order give the
      *    order's owner - straight from the index when there is
      *    one, from the order map when not.

           PERFORM VARYING Scan-Ind FROM 1 BY 1
                              UNTIL Scan-Ind > 25
                       MOVE "N" TO Digits-Only-Sw
                   END-IF
               END-PERFORM
               IF Digits-Only AND Xref-Open
                   MOVE Candidate-Ord-X TO Oxr-Ord-No
                   READ Order-Xref-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Oxr-C-Code TO Matched-Code
                   END-READ
               END-IF
               IF Digits-Only AND NOT Xref-Open
                   PERFORM VARYING Ord-Ind FROM 1 BY 1
                                      UNTIL Ord-Ind > Ord-Count
                                         OR Matched-Code NOT = SPACES
       Write-Receipt-Record SECTION.

           ADD 1 TO Matched-Count
           ADD Bnk-Amount TO Matched-Value
           INITIALIZE Receipt-Record
           MOVE Matched-Code        TO Rcpt-C-Code
           MOVE Bnk-Amount          TO Rcpt-Amount
       Write-Review-Line SECTION.

           ADD 1 TO Review-Count
           ADD Bnk-Amount TO Review-Value
           MOVE Bnk-Date      TO Rvw-Date
           MOVE Bnk-Amount    TO Rvw-Amount
           MOVE Bnk-Narrative TO Rvw-Narrative
           DISPLAY "CREDITS READ: " Credits-Read
                   " MATCHED: " Matched-Count
                   " FOR REVIEW: " Review-Count
           IF NOT Bank-File-Not-Found
               PERFORM Write-Control-Total
           END-IF
           IF NOT Bank-File-Not-Found
               CLOSE Bank-File
               CLOSE Receipt-File
               IF Xref-Open
                   CLOSE Order-Xref-File
               END-IF
               PERFORM File-Inbound-Feed
           END-IF
           CLOSE Review-File
           GOBACK
       .
      *---------------------------------------------------------------*
       File-Inbound-Feed SECTION.

           SET Ifd-Action-Archive TO TRUE
           CALL Inbound-Feed-Service USING Inbound-Feed
           IF Ifd-Archived
               DISPLAY "CUSTBANK: BANKSTMT.DAT FILED AS "
                       Ifd-Archive-File
           ELSE
               DISPLAY "CUSTBANK: NO ROOM IN THE FEED ARCHIVE - "
                       "BANKSTMT.DAT LEFT IN PLACE, CHECK FEEDARCH"
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Control-Total SECTION.

           INITIALIZE Control-Total
           MOVE "CUSTBANK"    TO Ctl-Job
           MOVE Credits-Read  TO Ctl-Recs-In
           MOVE Credits-Value TO Ctl-Value-In
           MOVE Matched-Count TO Ctl-Recs-Out
           MOVE Matched-Value TO Ctl-Value-Out
           MOVE Review-Count  TO Ctl-Recs-Aside
           MOVE Review-Value  TO Ctl-Value-Aside
           CALL Control-Total-Service USING Control-Total
       .

      *****************************************************************
