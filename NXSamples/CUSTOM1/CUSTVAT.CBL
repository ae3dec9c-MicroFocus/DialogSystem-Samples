      *    variables (CCYYMMDD, judged against the order date); with
      *    neither set the whole store is reported, which is the
      *    year-end cross-check.
      *    Alongside it, custecsl.prt is the EC sales list for the
      *    same period: every zero-rated ("Z") line sold to a
      *    customer registered in an EC member state, totalled net
      *    by the customer's country and VAT number from
      *    custvatr.ism (branches quoting the same number share one
      *    line), with the list total that goes in box 8.  The
      *    number is the one on file at the time of the run.  A
      *    zero-rated line whose customer has since lost their EC
      *    number is counted at the foot for someone to chase.
      *    Each trading company (see COMPLOOK.CBL) makes its own
      *    return under its own VAT registration: a pair of reports
      *    per company, the names with its code set in -
      *    custvat.01.prt and custecsl.01.prt for the site's own
      *    company, custvat.02.prt and custecsl.02.prt for the
      *    second - each headed with the company and its number.  A
      *    tax line belongs to the company on its order line in
      *    custord.ism, or, once the line has gone, to its
      *    customer's company; a blank code, or one no longer on
      *    company.ism, is the site's own.  With a single company
      *    the one return keeps its old names and heading.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Tax-File-Status.

           SELECT Report-File ASSIGN DYNAMIC Report-File-Name
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Vat-Reg-File ASSIGN "custvatr.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Vatr-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Vat-Reg-File-Status.

           SELECT Ecsl-File ASSIGN DYNAMIC Ecsl-File-Name
           ORGANIZATION IS LINE SEQUENTIAL.

      *    whose return a tax line goes on
           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS RANDOM
           FILE STATUS IS Order-Line-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Customer-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

       FD  Report-File.
       01  Report-Line                 PIC X(80).

       FD  Vat-Reg-File.
           COPY "CUSTVATR.CPY".

       FD  Ecsl-File.
       01  Ecsl-Line                   PIC X(80).

       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.


       01  Run-Date                    PIC 9(8).

       78  Vat-Check-Service           VALUE "vatcheck".
           COPY "VATCHECK.CPY".

       78  Max-Ec-Numbers              VALUE 500.

       77  Vat-Reg-File-Status         PIC X(2).
          88  Vat-Reg-File-Not-Found      VALUE "35".
       01  Vat-Reg-Open-Sw             PIC X(01) VALUE "N".
          88  Vat-Reg-Open                VALUE "Y".

       77  Ec-Ind                      PIC 9(4) COMP.
       77  Ec-Count                    PIC 9(4) COMP VALUE 0.
       77  This-Ec-Ind                 PIC 9(4) COMP.
       77  Ec-Total-Net                PIC S9(11)V99 COMP VALUE 0.
       77  Ec-Unnumbered               PIC 9(6) VALUE 0.

       01  Ec-Table.
           03  Ec-Entry OCCURS Max-Ec-Numbers.
               05  Ec-Country          PIC X(2).
               05  Ec-Number           PIC X(12).
               05  Ec-Lines            PIC 9(6) COMP.
               05  Ec-Net              PIC S9(11)V99 COMP.

       01  Ecsl-Heading-Line.
           03  FILLER                  PIC X(24) VALUE
               "EC SALES LIST - PERIOD ".
           03  Ecsl-Heading-From       PIC 9(8).
           03  FILLER                  PIC X(4) VALUE " TO ".
           03  Ecsl-Heading-To         PIC 9(8).
           03  FILLER                  PIC X(8) VALUE " RUN AT ".
           03  Ecsl-Heading-Date       PIC 9(8).

       01  Ecsl-Column-Line            PIC X(50) VALUE
           "COUNTRY VAT NUMBER   LINES VALUE OF SUPPLIES".

       01  Ecsl-Detail-Line.
           03  Ecsl-Country            PIC X(2).
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  Ecsl-Number             PIC X(12).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Ecsl-Lines              PIC ZZZZ9.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Ecsl-Net                PIC Z(9)9.99-.

       01  Ecsl-Total-Line.
           03  FILLER                  PIC X(31) VALUE
               "BOX 8 - SUPPLIES OF GOODS TO EC".
           03  Ecsl-Total-Net          PIC Z(9)9.99-.

       01  Ecsl-Unnumbered-Line.
           03  FILLER                  PIC X(43) VALUE
               "ZERO-RATED LINES WITH NO EC NUMBER ON FILE ".
           03  Ecsl-Unnumbered         PIC ZZZZZ9.

      *    one return per trading company
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".
       01  Report-File-Name            PIC X(64).
       01  Ecsl-File-Name              PIC X(64).
       01  Home-Company                PIC X(2).
       01  Return-Company              PIC X(2).
       01  Line-Company                PIC X(2).
       77  Company-Ind                 PIC 9(2) COMP.
       77  Company-Total               PIC 9(2) COMP.
       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Not-Found   VALUE "35".
       01  Order-Line-Open-Sw          PIC X(01) VALUE "N".
          88  Order-Line-Open             VALUE "Y".
       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Not-Found     VALUE "35".
       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".
       01  Line-Found-Sw               PIC X(01).
          88  Line-Found                  VALUE "Y".

       01  Company-Heading-Line.
           03  FILLER                  PIC X(8) VALUE "COMPANY ".
           03  Company-Heading-Code    PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Company-Heading-Name    PIC X(30).
           03  FILLER                  PIC X(9) VALUE " VAT REG ".
           03  Company-Heading-Vat-Reg PIC X(14).

       01  Heading-Line.
           03  FILLER                  PIC X(20) VALUE
               "VAT RETURN - PERIOD ".
       Controlling SECTION.

           PERFORM Program-Initialize
           IF Cmk-Single-Company
               MOVE SPACES TO Return-Company
               PERFORM Return-One-Company
           ELSE
               MOVE Cmk-Company-Count TO Company-Total
               PERFORM VARYING Company-Ind FROM 1 BY 1
                          UNTIL Company-Ind > Company-Total
                   SET Cmk-Action-Entry TO TRUE
                   MOVE Company-Ind TO Cmk-Entry-No
                   CALL Company-Lookup-Service USING Company-Lookup
                   MOVE Cmk-Company TO Return-Company
                   PERFORM Return-One-Company
               END-PERFORM
           END-IF
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
           ACCEPT Run-Date FROM DATE YYYYMMDD
           PERFORM Read-Period-Dates

      *    no registration file yet - nobody has keyed a VAT number,
      *    and every zero-rated line is counted as unnumbered
           OPEN INPUT Vat-Reg-File
           IF NOT Vat-Reg-File-Not-Found
               SET Vat-Reg-Open TO TRUE
           END-IF

           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               SET Order-Line-Open TO TRUE
           END-IF
           OPEN INPUT Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF
           SET Cmk-Action-Find TO TRUE
           MOVE SPACES TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company
       .
      *---------------------------------------------------------------*
       Return-One-Company SECTION.
      *    Blank Return-Company - the single company - takes every
      *    tax line onto the return under its old names.

           MOVE 0 TO Code-Count
           MOVE 0 TO Ec-Count
           MOVE 0 TO Ec-Total-Net
           MOVE 0 TO Ec-Unnumbered
           MOVE "00" TO Order-Tax-File-Status

           SET Cmk-Action-File TO TRUE
           MOVE Return-Company TO Cmk-Company
           MOVE "custvat.prt" TO Cmk-File-Name
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-File-Name TO Report-File-Name
           MOVE "custecsl.prt" TO Cmk-File-Name
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-File-Name TO Ecsl-File-Name

           OPEN OUTPUT Report-File
           OPEN OUTPUT Ecsl-File
           IF Return-Company NOT = SPACES
               SET Cmk-Action-Find TO TRUE
               MOVE Return-Company TO Cmk-Company
               CALL Company-Lookup-Service USING Company-Lookup
               MOVE Return-Company TO Company-Heading-Code
               MOVE Cmk-Name       TO Company-Heading-Name
               MOVE Cmk-Vat-Reg    TO Company-Heading-Vat-Reg
               MOVE Company-Heading-Line TO Report-Line
               WRITE Report-Line
               MOVE Company-Heading-Line TO Ecsl-Line
               WRITE Ecsl-Line
           END-IF

           MOVE From-Date TO Heading-From
           MOVE To-Date   TO Heading-To
           MOVE Run-Date  TO Heading-Date
           MOVE Column-Line TO Report-Line
           WRITE Report-Line

           MOVE From-Date TO Ecsl-Heading-From
           MOVE To-Date   TO Ecsl-Heading-To
           MOVE Run-Date  TO Ecsl-Heading-Date
           MOVE Ecsl-Heading-Line TO Ecsl-Line
           WRITE Ecsl-Line
           MOVE SPACES TO Ecsl-Line
           WRITE Ecsl-Line
           MOVE Ecsl-Column-Line TO Ecsl-Line
           WRITE Ecsl-Line

           OPEN INPUT Order-Tax-File
           IF Order-Tax-File-Not-Found
               DISPLAY "CUSTVAT: NO ORDTAX.ISM - NOTHING TO RETURN"
           ELSE
               PERFORM Read-Next-Tax-Record
               PERFORM Total-One-Record UNTIL Order-Tax-File-Eof
               CLOSE Order-Tax-File
           END-IF

           PERFORM Write-Code-Lines
           PERFORM Write-Grand-Totals
           PERFORM Write-Ec-Sales-List
           CLOSE Report-File
           CLOSE Ecsl-File
       .
      *---------------------------------------------------------------*
       Read-Period-Dates SECTION.
      *---------------------------------------------------------------*
       Total-One-Record SECTION.

           IF Return-Company = SPACES
               MOVE SPACES TO Line-Company
           ELSE
               PERFORM Find-Line-Company
           END-IF
           IF Otx-Ord-Date NOT < From-Date
              AND Otx-Ord-Date NOT > To-Date
              AND Line-Company = Return-Company
               PERFORM Find-Code-Slot
               IF This-Code-Ind NOT = 0
                   ADD 1 TO Lines-Counted
                   ADD Otx-Net   TO Ct-Net(This-Code-Ind)
                   ADD Otx-Tax   TO Ct-Tax(This-Code-Ind)
               END-IF
               IF Otx-Tax-Code = "Z"
                   PERFORM List-Ec-Supply
               END-IF
           END-IF

           PERFORM Read-Next-Tax-Record
       .
      *---------------------------------------------------------------*
       Find-Line-Company SECTION.
      *    The order line's own company; a line archived since the
      *    sale goes with its customer.

           MOVE SPACES TO Cmk-Company
           MOVE "N" TO Line-Found-Sw
           IF Order-Line-Open
               MOVE Otx-C-Code TO Ordl-C-Code
               MOVE Otx-Ord-No TO Ordl-Ord-No
               READ Order-Line-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Line-Found TO TRUE
                       MOVE Ordl-Company TO Cmk-Company
               END-READ
           END-IF
           IF NOT Line-Found AND Customer-Open
               MOVE Otx-C-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Company TO Cmk-Company
               END-READ
           END-IF

           SET Cmk-Action-Find TO TRUE
           CALL Company-Lookup-Service USING Company-Lookup
           IF Cmk-Found
               MOVE Cmk-Company TO Line-Company
           ELSE
               MOVE Home-Company TO Line-Company
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Code-Slot SECTION.

               MOVE Code-Count TO This-Code-Ind
           END-IF
       .
      *---------------------------------------------------------------*
       List-Ec-Supply SECTION.
      *    A zero-rated line to a customer whose registration places
      *    them in an EC member state goes on the list under their
      *    number; one to the rest of the world is an ordinary
      *    export and is not listed.

           MOVE SPACES TO Vck-Country
           MOVE SPACES TO Vck-Number
           IF Vat-Reg-Open
               MOVE Otx-C-Code TO Vatr-C-Code
               READ Vat-Reg-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Vatr-Country TO Vck-Country
                       MOVE Vatr-Number  TO Vck-Number
               END-READ
           END-IF
           CALL Vat-Check-Service USING Vat-Check

           EVALUATE TRUE
               WHEN Vck-Ec AND Vck-Number NOT = SPACES
                   PERFORM Find-Ec-Slot
                   IF This-Ec-Ind NOT = 0
                       ADD 1 TO Ec-Lines(This-Ec-Ind)
                       ADD Otx-Net TO Ec-Net(This-Ec-Ind)
                   END-IF
               WHEN Vck-Rest-Of-World
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO Ec-Unnumbered
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Find-Ec-Slot SECTION.

           MOVE 0 TO This-Ec-Ind
           PERFORM VARYING Ec-Ind FROM 1 BY 1
                              UNTIL Ec-Ind > Ec-Count
                                    OR This-Ec-Ind NOT = 0
               IF Ec-Country(Ec-Ind) = Vck-Country
                  AND Ec-Number(Ec-Ind) = Vck-Number
                   MOVE Ec-Ind TO This-Ec-Ind
               END-IF
           END-PERFORM

           IF This-Ec-Ind = 0 AND Ec-Count < Max-Ec-Numbers
               ADD 1 TO Ec-Count
               MOVE Vck-Country TO Ec-Country(Ec-Count)
               MOVE Vck-Number  TO Ec-Number(Ec-Count)
               MOVE 0 TO Ec-Lines(Ec-Count)
               MOVE 0 TO Ec-Net(Ec-Count)
               MOVE Ec-Count TO This-Ec-Ind
           END-IF
       .
      *---------------------------------------------------------------*
       Read-Next-Tax-Record SECTION.

      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           DISPLAY "TAX LINES IN PERIOD: " Lines-Counted
           IF Vat-Reg-Open
               CLOSE Vat-Reg-File
           END-IF
           IF Order-Line-Open
               CLOSE Order-Line-File
           END-IF
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Code-Lines SECTION.

           MOVE 0 TO Total-Gross
           MOVE 0 TO Total-Net
           MOVE 0 TO Total-Tax
               MOVE Detail-Line TO Report-Line
               WRITE Report-Line
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Write-Grand-Totals SECTION.
           WRITE Report-Line
       .

      *---------------------------------------------------------------*
       Write-Ec-Sales-List SECTION.

           PERFORM VARYING Ec-Ind FROM 1 BY 1
                              UNTIL Ec-Ind > Ec-Count
               MOVE Ec-Country(Ec-Ind) TO Ecsl-Country
               MOVE Ec-Number(Ec-Ind)  TO Ecsl-Number
               MOVE Ec-Lines(Ec-Ind)   TO Ecsl-Lines
               MOVE Ec-Net(Ec-Ind)     TO Ecsl-Net
               MOVE Ecsl-Detail-Line TO Ecsl-Line
               WRITE Ecsl-Line
               ADD Ec-Net(Ec-Ind) TO Ec-Total-Net
           END-PERFORM

           MOVE SPACES TO Ecsl-Line
           WRITE Ecsl-Line
           MOVE Ec-Total-Net TO Ecsl-Total-Net
           MOVE Ecsl-Total-Line TO Ecsl-Line
           WRITE Ecsl-Line
           IF Ec-Unnumbered NOT = 0
               MOVE Ec-Unnumbered TO Ecsl-Unnumbered
               MOVE Ecsl-Unnumbered-Line TO Ecsl-Line
               WRITE Ecsl-Line
           END-IF
       .

      *****************************************************************
