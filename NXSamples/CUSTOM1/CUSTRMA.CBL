      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custrma.

      *---------------------------------------------------------------*
      *    Returns authorisation desk.  When a customer wants to send
      *    goods back, the return is authorised here against the
      *    order they went out on, line by line from the orddetl.ism
      *    detail, before anything leaves the customer's premises:
      *        R         raise an RMA (customer - blank to pick by
      *                  name with Custpick - and the original order
      *                  number; each detail line is offered in turn
      *                  for a quantity to come back and a reason)
      *        L         list the RMA lines still awaiting goods
      *        X nnnnnn  cancel what is still awaited on RMA nnnnnn
      *        Q         leave
      *    Nobody keys the credit note any more: the warehouse's
      *    rmarecv.dat feed says what actually came back, and the
      *    Custrmac run raises the "C" line for that and nothing
      *    else.  A detail line can never be authorised back more
      *    than was sent, counting every RMA already raised against
      *    it that has not been cancelled.  RMA numbers come from
      *    their own rmanum.dat sequence, seeded on first use the
      *    way the quotation desk seeds quotnum.dat.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

           SELECT Detail-File ASSIGN "orddetl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Odt-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Detail-File-Status.

           SELECT Rma-File ASSIGN "custrma.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Rma-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Rma-File-Status.

           SELECT Rma-Number-File ASSIGN "rmanum.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Rma-Number-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Detail-File.
           COPY "ORDDETL.CPY".

       FD  Rma-File.
           COPY "CUSTRMA.CPY".

       FD  Rma-Number-File.
       01  Rma-Number-Record.
           03  Rmn-Next-Rma-No         PIC 9(6).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Rma-Seed-Number             VALUE 700001.
       78  Code-Picker                 VALUE "custpick".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).

       77  Detail-File-Status          PIC X(2).
          88  Detail-File-Not-Found       VALUE "35".

       77  Rma-File-Status             PIC X(2).
          88  Rma-File-Ok                 VALUE "00".
          88  Rma-File-Eof                VALUE "10".
          88  Rma-File-Not-Found          VALUE "35".

       77  Rma-Number-File-Status      PIC X(2).
          88  Rma-Number-Not-Found        VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       01  Order-Found-Sw              PIC X(01).
          88  Order-Found                 VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-No-X                 PIC X(6).
       77  Answer-Rma-No               PIC 9(6).
       77  Scan-Ind                    PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       01  Entry-Code                  PIC X(5).
       01  Entry-Ord-No-X              PIC X(6).
       77  Entry-Ord-No                PIC 9(6).
       01  Entry-Qty-X                 PIC X(5).
       77  Entry-Qty                   PIC 9(5).
       01  Entry-Reason                PIC X(20).
       01  Last-Reason                 PIC X(20).

       01  Orig-Ord-Date               PIC 9(8).

      *    what is already authorised back against each detail line
      *    of the order in hand, from every live RMA
       01  Authorised-Table.
           03  Already-Authorised OCCURS 99 PIC 9(7) COMP.
       77  Line-Ind                    PIC 9(4) COMP.
       77  Qty-Available               PIC S9(7) COMP.

       77  Next-Rma-No                 PIC 9(6).
       77  This-Rma-No                 PIC 9(6).
       77  Rma-Line-Count              PIC 9(2) VALUE 0.
       77  Cancelled-Count             PIC 9(4) COMP.
       01  Run-Date                    PIC 9(8).
       01  My-Operator-Id              PIC X(8).

       01  Offer-Line.
           03  FILLER                  PIC X(5) VALUE "LINE ".
           03  Ofr-Line-No             PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Ofr-Product             PIC X(8).
           03  FILLER                  PIC X(6) VALUE " SENT ".
           03  Ofr-Sent                PIC ZZZZ9.
           03  FILLER                  PIC X(15) VALUE
               " MAY COME BACK ".
           03  Ofr-Available           PIC ZZZZ9.

       01  List-Line.
           03  Lst-Rma-No              PIC 9(6).
           03  FILLER                  PIC X(1) VALUE "/".
           03  Lst-Line-No             PIC 99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-C-Code              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Orig-Ord-No         PIC 9(6).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Product             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Qty                 PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Issued              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Reason              PIC X(20).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTRMA: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Work-One-Action UNTIL All-Done
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           OPEN INPUT Customer-File
           OPEN INPUT Order-Line-File

           OPEN INPUT Detail-File
           IF Detail-File-Not-Found
               DISPLAY "CUSTRMA: NO ORDDETL.ISM - NO ORDER DETAIL "
                       "TO RETURN AGAINST"
           END-IF

           OPEN I-O Rma-File
           IF Rma-File-Not-Found
               OPEN OUTPUT Rma-File
               CLOSE Rma-File
               OPEN I-O Rma-File
           END-IF

           PERFORM Read-Next-Rma-Number
       .
      *---------------------------------------------------------------*
       Read-Next-Rma-Number SECTION.

           MOVE Rma-Seed-Number TO Next-Rma-No
           OPEN INPUT Rma-Number-File
           IF Rma-Number-Not-Found
               CONTINUE
           ELSE
               READ Rma-Number-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Rmn-Next-Rma-No TO Next-Rma-No
               END-READ
               CLOSE Rma-Number-File
           END-IF
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (R / L / X nnnnnn / Q): "
                   WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action
           MOVE Answer-Line(3:6) TO Answer-No-X
           MOVE 0 TO Answer-Rma-No
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 6
               MOVE Answer-No-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Answer-Rma-No = Answer-Rma-No * 10
                                         + Digit-Cell
               END-IF
           END-PERFORM

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "R" WHEN "r"
                   PERFORM Raise-An-Rma
               WHEN "L" WHEN "l"
                   PERFORM List-Awaited-Lines
               WHEN "X" WHEN "x"
                   PERFORM Cancel-An-Rma
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Raise-An-Rma SECTION.

           DISPLAY "CUSTOMER CODE (BLANK TO PICK BY NAME): "
                   WITH NO ADVANCING
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               CALL Code-Picker USING Entry-Code
           END-IF
           IF Entry-Code = SPACES
               DISPLAY "RMA NOT RAISED - NO CUSTOMER"
           ELSE
               MOVE Entry-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       DISPLAY "RMA NOT RAISED - NO CUSTOMER "
                               Entry-Code " ON FILE"
                   NOT INVALID KEY
                       PERFORM Find-The-Original-Order
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Find-The-Original-Order SECTION.
      *    Only an ordinary order line still on the customer can have
      *    goods come back against it - a credit note or interest
      *    line never sent anything out.

           DISPLAY "ORIGINAL ORDER NUMBER: " WITH NO ADVANCING
           ACCEPT Entry-Ord-No-X
           MOVE 0 TO Entry-Ord-No
           PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 6
               MOVE Entry-Ord-No-X(Scan-Ind:1) TO Digit-Cell-X
               IF Digit-Cell-X NUMERIC
                   COMPUTE Entry-Ord-No = Entry-Ord-No * 10
                                        + Digit-Cell
               END-IF
           END-PERFORM

           MOVE "N" TO Order-Found-Sw
           IF Entry-Ord-No NOT = 0
               MOVE File-C-Code TO Ordl-C-Code
               MOVE Entry-Ord-No TO Ordl-Ord-No
               READ Order-Line-File KEY IS Ordl-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Ordl-Ord-Type = SPACE
                          OR Ordl-Ord-Type = "O"
                           SET Order-Found TO TRUE
                           MOVE Ordl-Ord-Date TO Orig-Ord-Date
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT Order-Found
                   DISPLAY "RMA NOT RAISED - NO ORDINARY ORDER "
                           Entry-Ord-No " ON " Entry-Code
               WHEN Detail-File-Not-Found
                   DISPLAY "RMA NOT RAISED - NO ORDER DETAIL ON "
                           "THIS SYSTEM"
               WHEN OTHER
                   PERFORM Tally-Already-Authorised
                   PERFORM Offer-The-Detail-Lines
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Tally-Already-Authorised SECTION.

           PERFORM VARYING Line-Ind FROM 1 BY 1 UNTIL Line-Ind > 99
               MOVE 0 TO Already-Authorised(Line-Ind)
           END-PERFORM

           MOVE LOW-VALUES TO Rma-Key
           START Rma-File KEY IS NOT LESS THAN Rma-Key
               INVALID KEY
                   MOVE "10" TO Rma-File-Status
           END-START
           PERFORM UNTIL Rma-File-Eof
               READ Rma-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Rma-Orig-Ord-No = Entry-Ord-No
                          AND NOT Rma-Cancelled
                          AND Rma-Orig-Line-No NOT = 0
                           ADD Rma-Qty-Authorised TO
                               Already-Authorised(Rma-Orig-Line-No)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Rma-File-Status
       .
      *---------------------------------------------------------------*
       Offer-The-Detail-Lines SECTION.

           MOVE 0 TO Rma-Line-Count
           MOVE Next-Rma-No TO This-Rma-No
           MOVE SPACES TO Last-Reason
           MOVE "N" TO Range-Done-Sw
           MOVE Entry-Ord-No TO Odt-Ord-No
           MOVE 0 TO Odt-Line-No
           START Detail-File KEY IS NOT LESS THAN Odt-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START

           PERFORM UNTIL Range-Done
               READ Detail-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Odt-Ord-No NOT = Entry-Ord-No
                           SET Range-Done TO TRUE
                       ELSE
                           PERFORM Offer-One-Line
                       END-IF
               END-READ
           END-PERFORM

           IF Rma-Line-Count = 0
               DISPLAY "RMA NOT RAISED - NOTHING AUTHORISED BACK"
           ELSE
               ADD 1 TO Next-Rma-No
               DISPLAY "RMA " This-Rma-No " RAISED FOR "
                       Entry-Code " - " Rma-Line-Count " LINE(S)"
           END-IF
       .
      *---------------------------------------------------------------*
       Offer-One-Line SECTION.

           COMPUTE Qty-Available = Odt-Quantity
                                 - Already-Authorised(Odt-Line-No)
           IF Qty-Available > 0
               MOVE Odt-Line-No      TO Ofr-Line-No
               MOVE Odt-Product-Code TO Ofr-Product
               MOVE Odt-Quantity     TO Ofr-Sent
               MOVE Qty-Available    TO Ofr-Available
               DISPLAY Offer-Line
               DISPLAY "QUANTITY COMING BACK (0 FOR NONE): "
                       WITH NO ADVANCING
               ACCEPT Entry-Qty-X
               MOVE 0 TO Entry-Qty
               PERFORM VARYING Scan-Ind FROM 1 BY 1 UNTIL Scan-Ind > 5
                   MOVE Entry-Qty-X(Scan-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Entry-Qty = Entry-Qty * 10 + Digit-Cell
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN Entry-Qty = 0
                       CONTINUE
                   WHEN Entry-Qty > Qty-Available
                       DISPLAY "LINE SKIPPED - ONLY " Ofr-Available
                               " MAY COME BACK"
                   WHEN OTHER
                       PERFORM Write-Rma-Line
               END-EVALUATE
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Rma-Line SECTION.

           DISPLAY "REASON (BLANK FOR THE SAME AS BEFORE): "
                   WITH NO ADVANCING
           MOVE SPACES TO Entry-Reason
           ACCEPT Entry-Reason
           IF Entry-Reason = SPACES
               MOVE Last-Reason TO Entry-Reason
           END-IF
           MOVE Entry-Reason TO Last-Reason

           ADD 1 TO Rma-Line-Count
           INITIALIZE Rma-Record
           MOVE This-Rma-No      TO Rma-No
           MOVE Rma-Line-Count   TO Rma-Line-No
           MOVE Entry-Code       TO Rma-C-Code
           MOVE Entry-Ord-No     TO Rma-Orig-Ord-No
           MOVE Orig-Ord-Date    TO Rma-Orig-Ord-Date
           MOVE Odt-Line-No      TO Rma-Orig-Line-No
           MOVE Odt-Product-Code TO Rma-Product-Code
           MOVE Entry-Qty        TO Rma-Qty-Authorised
           MOVE 0                TO Rma-Qty-Received
           MOVE Odt-Unit-Price   TO Rma-Unit-Price
           MOVE Entry-Reason     TO Rma-Reason
           MOVE Run-Date         TO Rma-Issued-Date
           MOVE My-Operator-Id   TO Rma-Issued-By
           SET Rma-Issued TO TRUE
           WRITE Rma-Record
               INVALID KEY
                   DISPLAY "LINE NOT WRITTEN - KEY CLASH"
                   SUBTRACT 1 FROM Rma-Line-Count
               NOT INVALID KEY
                   ADD Entry-Qty TO Already-Authorised(Odt-Line-No)
           END-WRITE
       .
      *---------------------------------------------------------------*
       List-Awaited-Lines SECTION.

           DISPLAY "RMA/LN    CUST   ORDER   PRODUCT    QTY  ISSUED"
                   "    REASON"
           MOVE LOW-VALUES TO Rma-Key
           START Rma-File KEY IS NOT LESS THAN Rma-Key
               INVALID KEY
                   MOVE "10" TO Rma-File-Status
           END-START
           PERFORM UNTIL Rma-File-Eof
               READ Rma-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Rma-Issued
                           MOVE Rma-No             TO Lst-Rma-No
                           MOVE Rma-Line-No        TO Lst-Line-No
                           MOVE Rma-C-Code         TO Lst-C-Code
                           MOVE Rma-Orig-Ord-No    TO Lst-Orig-Ord-No
                           MOVE Rma-Product-Code   TO Lst-Product
                           MOVE Rma-Qty-Authorised TO Lst-Qty
                           MOVE Rma-Issued-Date    TO Lst-Issued
                           MOVE Rma-Reason         TO Lst-Reason
                           DISPLAY List-Line
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO Rma-File-Status
       .
      *---------------------------------------------------------------*
       Cancel-An-Rma SECTION.
      *    Only what is still awaited is cancelled - a line the
      *    warehouse has already received stays, and is credited.

           MOVE 0 TO Cancelled-Count
           MOVE "N" TO Range-Done-Sw
           MOVE Answer-Rma-No TO Rma-No
           MOVE 0 TO Rma-Line-No
           START Rma-File KEY IS NOT LESS THAN Rma-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Rma-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Rma-No NOT = Answer-Rma-No
                           SET Range-Done TO TRUE
                       ELSE
                           IF Rma-Issued
                               SET Rma-Cancelled TO TRUE
                               REWRITE Rma-Record
                               ADD 1 TO Cancelled-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF Cancelled-Count = 0
               DISPLAY "NOTHING AWAITED ON RMA " Answer-Rma-No
           ELSE
               DISPLAY "RMA " Answer-Rma-No " - " Cancelled-Count
                       " LINE(S) CANCELLED"
           END-IF
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           OPEN OUTPUT Rma-Number-File
           MOVE Next-Rma-No TO Rmn-Next-Rma-No
           WRITE Rma-Number-Record
           CLOSE Rma-Number-File

           CLOSE Customer-File
           CLOSE Order-Line-File
           IF NOT Detail-File-Not-Found
               CLOSE Detail-File
           END-IF
           CLOSE Rma-File
           GOBACK
       .

      *****************************************************************
