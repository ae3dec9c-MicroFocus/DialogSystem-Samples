      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custocnv.

      *---------------------------------------------------------------*
      *    One-off order-line conversion.  Takes the order lines out
      *    of the ten-slot File-C-Order table Customer-Record used to
      *    carry, and out of the custovfl.dat spill file behind it,
      *    and folds them together onto the keyed order-line master
      *    custord.ism (see ORDLINE.CPY):
      *      - every table slot with an order number becomes a line;
      *      - every custovfl.dat row with an order number becomes a
      *        line of its Overflow-C-Code (the detail-less warning
      *        rows Custom1 used to log carry none and are dropped);
      *      - the customer record itself goes to custnew.ism in the
      *        current CUSTREC.CPY layout, File-C-Balance re-derived
      *        over everything now on custord.ism;
      *      - the deleted-customer archive custdel.dat is rewritten
      *        to custdel.new with each image in the current layout.
      *        A customer could only be deleted with nothing owing,
      *        so its archived lines go to the order history
      *        custhist.ism, stamped with the date of the delete.
      *    An order number met twice on one customer - a damaged
      *    master - is loaded where it was met first and reported.
      *    The operator verifies the counts displayed at the end,
      *    then renames custnew.ism over cust.ism and custdel.new
      *    over custdel.dat while nothing else is running, and runs
      *    the Custoidx index rebuild.  cust.ism, custovfl.dat and
      *    custdel.dat are left untouched so the rename can be
      *    backed out; custovfl.dat is no longer read or written by
      *    anything once the rename is made.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Old-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Old-Customer-File-Status.

           SELECT New-Customer-File ASSIGN "custnew.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS New-Customer-File-Status.

           SELECT Overflow-File ASSIGN "custovfl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Overflow-File-Status.

           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Line-File-Status.

           SELECT Old-Deleted-File ASSIGN "custdel.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Old-Deleted-File-Status.

           SELECT New-Deleted-File ASSIGN "custdel.new"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT History-File ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Hist-Key
           ACCESS IS RANDOM
           FILE STATUS IS History-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    The layout the live cust.ism has until this conversion -
      *    kept here, and only here, so the rest of the suite sees
      *    nothing but the current CUSTREC.CPY picture.
       FD  Old-Customer-File.
       01  Old-Customer-Record.
           03  Old-C-Code              PIC X(5).
           03  Old-C-Name              PIC X(15).
           03  Old-C-Addr1             PIC X(15).
           03  Old-C-Addr2             PIC X(15).
           03  Old-C-Addr3             PIC X(15).
           03  Old-C-Addr4             PIC X(15).
           03  Old-C-Limit             PIC 9(7) COMP.
           03  Old-C-Area              PIC X.
           03  Old-C-Order.
               05  Old-C-Order-Entry OCCURS 10.
                   07  Old-Ord-No      PIC 9(6).
                   07  Old-Ord-Date    PIC 9(8).
                   07  Old-Ord-Val     PIC S9(7)V99 COMP.
                   07  Old-Pay-Val     PIC S9(7)V99 COMP.
                   07  Old-Ord-Type    PIC X.
                   07  Old-Ord-Status  PIC X.
                   07  Old-Ord-Curr    PIC X(3).
                   07  Old-Ord-Curr-Val PIC S9(7)V99 COMP.
           03  Old-C-Balance           PIC S9(9)V99.
           03  Old-C-Lock-Op           PIC X(8).
           03  Old-C-Lock-Time         PIC 9(8).
           03  Old-C-Image-Path        PIC X(60).

       FD  New-Customer-File.
           COPY "CUSTREC.CPY".

       FD  Overflow-File.
           COPY "CUSTOVFL.CPY".

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Old-Deleted-File.
           COPY "CUSTDEL.CPY".

       FD  New-Deleted-File.
       01  New-Deleted-Record          PIC X(624).

       FD  History-File.
           COPY "CUSTHIST.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Old-Customer-File-Status    PIC X(2).
          88  Old-Customer-File-Eof       VALUE "10".
       77  New-Customer-File-Status    PIC X(2).
          88  New-Customer-File-Eof       VALUE "10".
       77  Overflow-File-Status        PIC X(2).
          88  Overflow-File-Eof           VALUE "10".
          88  Overflow-File-Not-Found     VALUE "35".
       77  Order-Line-File-Status      PIC X(2).
       77  Old-Deleted-File-Status     PIC X(2).
          88  Old-Deleted-File-Eof        VALUE "10".
          88  Old-Deleted-File-Not-Found  VALUE "35".
       77  History-File-Status         PIC X(2).
          88  History-File-Not-Found      VALUE "35".

       77  Array-Ind                   PIC 9(4) COMP.
       77  Customer-Count              PIC 9(6) VALUE 0.
       77  Table-Line-Count            PIC 9(6) VALUE 0.
       77  Overflow-Line-Count         PIC 9(6) VALUE 0.
       77  Dropped-Row-Count           PIC 9(6) VALUE 0.
       77  Duplicate-Count             PIC 9(6) VALUE 0.
       77  Deleted-Count               PIC 9(6) VALUE 0.
       77  Archived-Line-Count         PIC 9(6) VALUE 0.
       77  Balance-Wrk                 PIC S9(9)V99 COMP.

       01  Line-Range-Sw               PIC X(01).
          88  Line-Range-Done             VALUE "Y".
       01  Line-Written-Sw             PIC X(01).
          88  Line-Written                VALUE "Y".

      *    An archived image is unpacked through the old layout and
      *    repacked through the new one - both renamed so they can
      *    sit alongside the live records above.
       01  Old-Archived-Customer.
           03  Arc-C-Code              PIC X(5).
           03  Arc-C-Name              PIC X(15).
           03  Arc-C-Addr1             PIC X(15).
           03  Arc-C-Addr2             PIC X(15).
           03  Arc-C-Addr3             PIC X(15).
           03  Arc-C-Addr4             PIC X(15).
           03  Arc-C-Limit             PIC 9(7) COMP.
           03  Arc-C-Area              PIC X.
           03  Arc-C-Order.
               05  Arc-C-Order-Entry OCCURS 10.
                   07  Arc-Ord-No      PIC 9(6).
                   07  Arc-Ord-Date    PIC 9(8).
                   07  Arc-Ord-Val     PIC S9(7)V99 COMP.
                   07  Arc-Pay-Val     PIC S9(7)V99 COMP.
                   07  Arc-Ord-Type    PIC X.
                   07  Arc-Ord-Status  PIC X.
                   07  Arc-Ord-Curr    PIC X(3).
                   07  Arc-Ord-Curr-Val PIC S9(7)V99 COMP.
           03  Arc-C-Balance           PIC S9(9)V99.
           03  Arc-C-Lock-Op           PIC X(8).
           03  Arc-C-Lock-Time         PIC 9(8).
           03  Arc-C-Image-Path        PIC X(60).

           COPY "CUSTREC.CPY" REPLACING
               ==Customer-Record== BY ==New-Archived-Customer==
               LEADING ==File== BY ==Narc==.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM Load-Table-Lines
                                  UNTIL Old-Customer-File-Eof
           PERFORM Load-Overflow-Lines
           PERFORM Write-New-Customers
           PERFORM Convert-Deleted-Archive
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           OPEN INPUT Old-Customer-File
           OPEN OUTPUT New-Customer-File
           OPEN OUTPUT Order-Line-File
           CLOSE Order-Line-File
           OPEN I-O Order-Line-File

           READ Old-Customer-File NEXT RECORD
               AT END
                   SET Old-Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Load-Table-Lines SECTION.
      *    The customer goes to custnew.ism straight away, its
      *    balance put right once the overflow rows are in.

           INITIALIZE Customer-Record
           MOVE Old-C-Code       TO File-C-Code
           MOVE Old-C-Name       TO File-C-Name
           MOVE Old-C-Addr1      TO File-C-Addr1
           MOVE Old-C-Addr2      TO File-C-Addr2
           MOVE Old-C-Addr3      TO File-C-Addr3
           MOVE Old-C-Addr4      TO File-C-Addr4
           MOVE Old-C-Limit      TO File-C-Limit
           MOVE Old-C-Area       TO File-C-Area
           MOVE Old-C-Balance    TO File-C-Balance
           MOVE Old-C-Lock-Op    TO File-C-Lock-Op
           MOVE Old-C-Lock-Time  TO File-C-Lock-Time
           MOVE Old-C-Image-Path TO File-C-Image-Path
           WRITE Customer-Record
           ADD 1 TO Customer-Count

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > 10
               IF Old-Ord-No(Array-Ind) NOT = 0
                   INITIALIZE Order-Line-Record
                   MOVE Old-C-Code                TO Ordl-C-Code
                   MOVE Old-Ord-No(Array-Ind)     TO Ordl-Ord-No
                   MOVE Old-Ord-Date(Array-Ind)   TO Ordl-Ord-Date
                   MOVE Old-Ord-Val(Array-Ind)    TO Ordl-Ord-Val
                   MOVE Old-Pay-Val(Array-Ind)    TO Ordl-Pay-Val
                   MOVE Old-Ord-Type(Array-Ind)   TO Ordl-Ord-Type
                   MOVE Old-Ord-Status(Array-Ind) TO Ordl-Ord-Status
                   MOVE Old-Ord-Curr(Array-Ind)   TO Ordl-Ord-Curr
                   MOVE Old-Ord-Curr-Val(Array-Ind) TO Ordl-Ord-Curr-Val
                   PERFORM Write-Order-Line
                   IF Line-Written
                       ADD 1 TO Table-Line-Count
                   END-IF
               END-IF
           END-PERFORM

           READ Old-Customer-File NEXT RECORD
               AT END
                   SET Old-Customer-File-Eof TO TRUE
           END-READ
       .
      *---------------------------------------------------------------*
       Load-Overflow-Lines SECTION.

           OPEN INPUT Overflow-File
           IF NOT Overflow-File-Not-Found
               PERFORM UNTIL Overflow-File-Eof
                   READ Overflow-File
                       AT END
                           SET Overflow-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Load-One-Overflow-Row
                   END-READ
               END-PERFORM
               CLOSE Overflow-File
           END-IF
       .
      *---------------------------------------------------------------*
       Load-One-Overflow-Row SECTION.

           IF Overflow-Ord-No = 0
               ADD 1 TO Dropped-Row-Count
           ELSE
               INITIALIZE Order-Line-Record
               MOVE Overflow-C-Code       TO Ordl-C-Code
               MOVE Overflow-Ord-No       TO Ordl-Ord-No
               MOVE Overflow-Ord-Date     TO Ordl-Ord-Date
               MOVE Overflow-Ord-Val      TO Ordl-Ord-Val
               MOVE Overflow-Pay-Val      TO Ordl-Pay-Val
               MOVE Overflow-Ord-Type     TO Ordl-Ord-Type
               MOVE Overflow-Ord-Status   TO Ordl-Ord-Status
               MOVE Overflow-Ord-Curr     TO Ordl-Ord-Curr
               MOVE Overflow-Ord-Curr-Val TO Ordl-Ord-Curr-Val
               PERFORM Write-Order-Line
               IF Line-Written
                   ADD 1 TO Overflow-Line-Count
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Order-Line SECTION.

           MOVE "N" TO Line-Written-Sw
           WRITE Order-Line-Record
               INVALID KEY
                   ADD 1 TO Duplicate-Count
                   DISPLAY "CUSTOCNV: ORDER " Ordl-Ord-No
                           " MET TWICE ON " Ordl-C-Code
                           " - SECOND ONE NOT LOADED"
               NOT INVALID KEY
                   SET Line-Written TO TRUE
           END-WRITE
       .
      *---------------------------------------------------------------*
       Write-New-Customers SECTION.
      *    Second pass over custnew.ism - every balance re-derived
      *    from the lines now on custord.ism, overflow rows included.

           CLOSE New-Customer-File
           OPEN I-O New-Customer-File
           MOVE LOW-VALUES TO File-C-Code
           START New-Customer-File KEY IS NOT LESS THAN File-C-Code
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL New-Customer-File-Eof
               READ New-Customer-File NEXT RECORD
                   AT END
                       SET New-Customer-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Rederive-File-Balance
                       REWRITE Customer-Record
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Rederive-File-Balance SECTION.

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
                           ADD Ordl-Ord-Val TO Balance-Wrk
                           SUBTRACT Ordl-Pay-Val FROM Balance-Wrk
                       END-IF
               END-READ
           END-PERFORM
           MOVE Balance-Wrk TO File-C-Balance
       .
      *---------------------------------------------------------------*
       Convert-Deleted-Archive SECTION.

           OPEN INPUT Old-Deleted-File
           IF NOT Old-Deleted-File-Not-Found
               OPEN OUTPUT New-Deleted-File
               OPEN I-O History-File
               IF History-File-Not-Found
                   OPEN OUTPUT History-File
                   CLOSE History-File
                   OPEN I-O History-File
               END-IF
               PERFORM UNTIL Old-Deleted-File-Eof
                   READ Old-Deleted-File
                       AT END
                           SET Old-Deleted-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Convert-One-Deleted
                   END-READ
               END-PERFORM
               CLOSE History-File
               CLOSE New-Deleted-File
               CLOSE Old-Deleted-File
           END-IF
       .
      *---------------------------------------------------------------*
       Convert-One-Deleted SECTION.

           MOVE Del-Customer-Image TO Old-Archived-Customer
           INITIALIZE New-Archived-Customer
           MOVE Arc-C-Code       TO Narc-C-Code
           MOVE Arc-C-Name       TO Narc-C-Name
           MOVE Arc-C-Addr1      TO Narc-C-Addr1
           MOVE Arc-C-Addr2      TO Narc-C-Addr2
           MOVE Arc-C-Addr3      TO Narc-C-Addr3
           MOVE Arc-C-Addr4      TO Narc-C-Addr4
           MOVE Arc-C-Limit      TO Narc-C-Limit
           MOVE Arc-C-Area       TO Narc-C-Area
           MOVE Arc-C-Balance    TO Narc-C-Balance
           MOVE Arc-C-Lock-Op    TO Narc-C-Lock-Op
           MOVE Arc-C-Lock-Time  TO Narc-C-Lock-Time
           MOVE Arc-C-Image-Path TO Narc-C-Image-Path

           PERFORM VARYING Array-Ind FROM 1 BY 1
                              UNTIL Array-Ind > 10
               IF Arc-Ord-No(Array-Ind) NOT = 0
                   MOVE Arc-C-Code                TO Hist-C-Code
                   MOVE Arc-Ord-No(Array-Ind)     TO Hist-Ord-No
                   MOVE Arc-Ord-Date(Array-Ind)   TO Hist-Ord-Date
                   MOVE Arc-Ord-Val(Array-Ind)    TO Hist-Ord-Val
                   MOVE Arc-Pay-Val(Array-Ind)    TO Hist-Pay-Val
                   MOVE Arc-Ord-Type(Array-Ind)   TO Hist-Ord-Type
                   MOVE Arc-Ord-Status(Array-Ind) TO Hist-Ord-Status
                   MOVE Arc-Ord-Curr(Array-Ind)   TO Hist-Ord-Curr
                   MOVE Arc-Ord-Curr-Val(Array-Ind) TO Hist-Ord-Curr-Val
                   MOVE Del-Date                  TO Hist-Archive-Date
                   WRITE History-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO Archived-Line-Count
                   END-WRITE
               END-IF
           END-PERFORM

           MOVE SPACES TO Del-Customer-Image
           MOVE New-Archived-Customer TO Del-Customer-Image
           MOVE Deleted-Record TO New-Deleted-Record
           WRITE New-Deleted-Record
           ADD 1 TO Deleted-Count
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "CUSTOMERS CONVERTED:        " Customer-Count
           DISPLAY "LINES FROM THE ORDER TABLE: " Table-Line-Count
           DISPLAY "LINES FROM CUSTOVFL.DAT:    " Overflow-Line-Count
           DISPLAY "WARNING-ONLY ROWS DROPPED:  " Dropped-Row-Count
           DISPLAY "DUPLICATE ORDERS NOT LOADED:" Duplicate-Count
           DISPLAY "ARCHIVED CUSTOMERS:         " Deleted-Count
           DISPLAY "OF WHOSE LINES TO HISTORY:  " Archived-Line-Count
           DISPLAY "VERIFY COUNTS, THEN RENAME CUSTNEW.ISM OVER "
                   "CUST.ISM AND CUSTDEL.NEW OVER CUSTDEL.DAT AND "
                   "RUN CUSTOIDX"
           CLOSE Old-Customer-File
           CLOSE New-Customer-File
           CLOSE Order-Line-File
           GOBACK
       .

      *****************************************************************
