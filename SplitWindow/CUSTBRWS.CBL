      *        name), for the tree template's lazy insert;
      *      - selecting a customer node (Brws-Select-Flg, node index
      *        in Brws-Selected-Node) fills the list row group with
      *        that customer's order lines off custord.ism (see
      *        ORDLINE.CPY) - number, date, value, paid, balance -
      *        through the list template's existing column
      *        machinery, oldest first as far as the row group
      *        holds;
      *      - double-clicking an order row (Brws-Open-Flg) writes
      *        the customer's code to the jump file and calls
      *        Custom1, which auto-loads it on startup - one
      *        navigable window over the whole book, with the full
      *        maintenance screen a double-click away.
      *    Started from the Router's operations menu only, like every
      *    other window on it.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS DYNAMIC
           FILE STATUS IS Area-File-Status.

      *    a customer's order lines, as many as it has orders
           SELECT Order-Line-File ASSIGN DYNAMIC Order-Line-File-Path
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Jump-File ASSIGN "custjump.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Area-File.
           COPY "CUSTAREA.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Main-SS-Name     VALUE "custbrws".

           COPY "ds-cntrl.mf  ".
      *    Shared recoverable error handling - see ERRHAND.CBL.
           COPY "ERRHAND.CPY".

      *    site configuration - see SITECONF.CBL
       78  Site-Config-Service             VALUE "siteconf".
           COPY "SITECONF.CPY".

      *    the list row group holds ten order lines
       78  Max-List-Rows                   VALUE 10.

       01  My-Operator-Id                  PIC X(8).
       01  Order-Line-File-Path            PIC X(64).

       77  Display-Error-No                PIC 9(4).

       77  Customer-File-Status            PIC X(2).
          88  Customer-File-Eof               VALUE "10".
       77  Order-Line-File-Status          PIC X(2).
          88  Order-Line-File-Not-Found       VALUE "35".
       01  Order-Line-File-Open-Sw         PIC X(01) VALUE "N".
          88  Order-Line-File-Open            VALUE "Y".
       01  Line-Range-Sw                   PIC X(01).
          88  Line-Range-Done                 VALUE "Y".
       01  Area-File-Status                PIC X(2).
          88  Area-File-Not-Found             VALUE "35".
       01  Area-Master-Open-Sw             PIC X(01) VALUE "N".
       77  Node-Count                      PIC 9(4) COMP.
       77  Area-Node-Ind                   PIC 9(4) COMP.
       77  Area-Scan                       PIC 9(4) COMP.
       77  Row-Count                       PIC 9(2) COMP.
       77  Balance-Edit                    PIC Z(7)9.99-.
       77  Money-Edit                      PIC Z(7)9.99-.

       PROCEDURE DIVISION.
       Controlling SECTION.
           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTBRWS: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           PERFORM Program-Initialize
           PERFORM Program-Body UNTIL Brws-Exit-Flg-True
           PERFORM Program-Terminate.
           MOVE Brws-Data-Block-Version-No TO
                                         Ds-Data-Block-Version-No
           MOVE Brws-Version-No TO Ds-Version-No
           MOVE Rts-Operator-Id TO My-Operator-Id

           MOVE "CUSTORD" TO Cfg-Logical
           MOVE "custord.ism" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value TO Order-Line-File-Path

           OPEN INPUT Customer-File
      *    no order-line file yet - nobody has any orders to list
           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               SET Order-Line-File-Open TO TRUE
           END-IF
           OPEN INPUT Area-File
           IF NOT Area-File-Not-Found
               SET Area-Master-Open TO TRUE
           MOVE Ds-Quit-Set TO Ds-Control
           PERFORM Call-Dialog-System
           CLOSE Customer-File
           IF Order-Line-File-Open
               CLOSE Order-Line-File
           END-IF
           IF Area-Master-Open
               CLOSE Area-File
           END-IF
           IF Risk-File-Open
               CLOSE Risk-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Browser-Tree SECTION.
       .
      *---------------------------------------------------------------*
       Build-Order-Rows SECTION.
      *    The customer's lines are read from its code with order
      *    number nought until the code changes, the way Custom1
      *    pages its grid; a customer with more lines than the row
      *    group holds shows its oldest, the rest being a
      *    double-click away in Custom1.

           MOVE 0 TO Row-Count
           MOVE "N" TO Line-Range-Sw
           IF NOT Order-Line-File-Open
               SET Line-Range-Done TO TRUE
           ELSE
               MOVE File-C-Code TO Ordl-C-Code
               MOVE 0 TO Ordl-Ord-No
               START Order-Line-File KEY IS NOT LESS THAN Ordl-Key
                   INVALID KEY
                       SET Line-Range-Done TO TRUE
               END-START
           END-IF
           PERFORM UNTIL Line-Range-Done
                         OR Row-Count NOT < Max-List-Rows
               READ Order-Line-File NEXT RECORD
                   AT END
                       SET Line-Range-Done TO TRUE
                   NOT AT END
                       IF Ordl-C-Code NOT = File-C-Code
                           SET Line-Range-Done TO TRUE
                       ELSE
                           PERFORM Add-Order-Row
                       END-IF
               END-READ
           END-PERFORM
           MOVE Row-Count TO Brws-Row-Count
           MOVE File-C-Code TO Brws-Listed-Code
       .
      *---------------------------------------------------------------*
       Add-Order-Row SECTION.

           ADD 1 TO Row-Count
           MOVE Ordl-Ord-No TO Brws-Row-Ord-No(Row-Count)
           MOVE Ordl-Ord-Date TO Brws-Row-Ord-Date(Row-Count)
           MOVE Ordl-Ord-Val TO Money-Edit
           MOVE Money-Edit TO Brws-Row-Ord-Val(Row-Count)
           MOVE Ordl-Pay-Val TO Money-Edit
           MOVE Money-Edit TO Brws-Row-Pay-Val(Row-Count)
           COMPUTE Line-Bal-Wrk = Ordl-Ord-Val - Ordl-Pay-Val
           MOVE Line-Bal-Wrk TO Balance-Edit
           MOVE Balance-Edit TO Brws-Row-Balance(Row-Count)
       .
      *---------------------------------------------------------------*
       Jump-Into-Custom1 SECTION.
      *    The jump file carries the customer across; Custom1 reads
           IF NOT Ds-No-Error
               MOVE "CUSTBRWS" TO Err-Program
               MOVE Ds-Set-Name TO Err-Screenset
               MOVE My-Operator-Id TO Err-Operator
               MOVE Ds-Error-Code TO Err-Code
               CALL Error-Handler USING Err-Context
               IF NOT Err-Continue-Allowed
