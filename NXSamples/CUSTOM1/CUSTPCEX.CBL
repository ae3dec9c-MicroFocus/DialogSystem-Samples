      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custpcex.

      *---------------------------------------------------------------*
      *    Postcode exception report - run once, when the postcode
      *    district master postdist.ism has been keyed on Postmnt,
      *    to find the customers Custom1 will refuse or re-propose
      *    the next time they are saved.  Every home customer on
      *    cust.ism (anyone registered for VAT abroad on
      *    custvatr.ism is passed over, as Custom1 passes them over)
      *    is put through the Postchek service and listed to
      *    custpcex.prt when the last address line has:
      *        MISSING    no postcode at all
      *        MALFORMED  something that is not the shape of one
      *        AREA       a postcode whose district the master puts
      *                   in a different area from File-C-Area
      *    A well-formed postcode in a district not on the master
      *    cannot disagree with anything and is only counted, so
      *    the total says how much of the map is still to be keyed.
      *    Custzone's "* =" rule then moves the AREA customers in
      *    one pass if sales agree with the master.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Customer-File-Status.

           SELECT Vat-Reg-File ASSIGN "custvatr.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Vatr-C-Code
           ACCESS IS RANDOM
           FILE STATUS IS Vat-Reg-File-Status.

           SELECT Report-File ASSIGN "custpcex.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       FD  Vat-Reg-File.
           COPY "CUSTVATR.CPY".

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
       77  Vat-Reg-File-Status         PIC X(2).
          88  Vat-Reg-File-Not-Found      VALUE "35".

       01  Vat-Reg-Open-Sw             PIC X(01) VALUE "N".
          88  Vat-Reg-Open                VALUE "Y".
       01  Home-Customer-Sw            PIC X(01).
          88  Home-Customer               VALUE "Y".

       01  Run-Date                    PIC 9(8).
       01  Last-Line-Wrk               PIC X(15).
       77  Line-Ind                    PIC 9(2) COMP.

       77  Customers-Checked           PIC 9(6) VALUE 0.
       77  Customers-Abroad            PIC 9(6) VALUE 0.
       77  Missing-Count               PIC 9(6) VALUE 0.
       77  Malformed-Count             PIC 9(6) VALUE 0.
       77  Disagree-Count              PIC 9(6) VALUE 0.
       77  Unknown-District-Count      PIC 9(6) VALUE 0.

      *    postcode and district of each customer - see POSTCHEK.CBL
       78  Postcode-Check-Service      VALUE "postchek".
           COPY "POSTCHEK.CPY".

       01  Heading-Line.
           03  FILLER                  PIC X(40) VALUE
               "CUSTOMER POSTCODE EXCEPTIONS - RUN ".
           03  Heading-Date            PIC 9(8).

       01  Column-Line.
           03  FILLER                  PIC X(22) VALUE
               "CUST  NAME".
           03  FILLER                  PIC X(17) VALUE
               "LAST LINE".
           03  FILLER                  PIC X(41) VALUE
               "AREA  EXCEPTION".

       01  Detail-Line.
           03  Detail-C-Code           PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-C-Name           PIC X(15).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Last-Line        PIC X(15).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Detail-C-Area           PIC X.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  Detail-Exception        PIC X(10).
           03  Detail-District         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Detail-Master-Note      PIC X(8).
           03  Detail-Master-Area      PIC X.

       01  Total-Line.
           03  Total-Label             PIC X(30).
           03  Total-Count             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       Controlling SECTION.

           PERFORM Program-Initialize
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
                   AT END
                       SET Customer-File-Eof TO TRUE
                   NOT AT END
                       PERFORM Check-One-Customer
               END-READ
           END-PERFORM
           PERFORM Program-Terminate
       .
      *---------------------------------------------------------------*
       Program-Initialize SECTION.

           ACCEPT Run-Date FROM DATE YYYYMMDD
           OPEN INPUT Customer-File
           OPEN INPUT Vat-Reg-File
           IF NOT Vat-Reg-File-Not-Found
               SET Vat-Reg-Open TO TRUE
           END-IF
           OPEN OUTPUT Report-File
           MOVE Run-Date TO Heading-Date
           MOVE Heading-Line TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Column-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Check-One-Customer SECTION.

           PERFORM Judge-Home-Customer
           IF NOT Home-Customer
               ADD 1 TO Customers-Abroad
           ELSE
               ADD 1 TO Customers-Checked
               MOVE File-C-Addr1 TO Pck-Line(1)
               MOVE File-C-Addr2 TO Pck-Line(2)
               MOVE File-C-Addr3 TO Pck-Line(3)
               MOVE File-C-Addr4 TO Pck-Line(4)
               CALL Postcode-Check-Service USING Post-Check

               MOVE SPACES TO Detail-Exception
               MOVE SPACES TO Detail-District
               MOVE SPACES TO Detail-Master-Note
               MOVE SPACES TO Detail-Master-Area
               EVALUATE TRUE
                   WHEN Pck-Missing
                       ADD 1 TO Missing-Count
                       MOVE "MISSING" TO Detail-Exception
                   WHEN Pck-Malformed
                       ADD 1 TO Malformed-Count
                       MOVE "MALFORMED" TO Detail-Exception
                   WHEN NOT Pck-District-Known
                       ADD 1 TO Unknown-District-Count
                   WHEN Pck-Area NOT = File-C-Area
                       ADD 1 TO Disagree-Count
                       MOVE "AREA"       TO Detail-Exception
                       MOVE Pck-District TO Detail-District
                       MOVE "MASTER: "   TO Detail-Master-Note
                       MOVE Pck-Area     TO Detail-Master-Area
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF Detail-Exception NOT = SPACES
                   PERFORM Write-Exception-Line
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Judge-Home-Customer SECTION.
      *    No VAT registration, or one for the home country, is a
      *    home customer - the same test Custom1's save makes.

           SET Home-Customer TO TRUE
           IF Vat-Reg-Open
               MOVE File-C-Code TO Vatr-C-Code
               READ Vat-Reg-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       INSPECT Vatr-Country
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF Vatr-Country NOT = SPACES
                          AND Vatr-Country NOT = "GB"
                           MOVE "N" TO Home-Customer-Sw
                       END-IF
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Write-Exception-Line SECTION.

           MOVE SPACES TO Last-Line-Wrk
           PERFORM VARYING Line-Ind FROM 4 BY -1
                              UNTIL Line-Ind = 0
                                    OR Last-Line-Wrk NOT = SPACES
               MOVE Pck-Line(Line-Ind) TO Last-Line-Wrk
           END-PERFORM

           MOVE File-C-Code   TO Detail-C-Code
           MOVE File-C-Name   TO Detail-C-Name
           MOVE Last-Line-Wrk TO Detail-Last-Line
           MOVE File-C-Area   TO Detail-C-Area
           MOVE Detail-Line TO Report-Line
           WRITE Report-Line
       .
      *---------------------------------------------------------------*
       Program-Terminate SECTION.

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "HOME CUSTOMERS CHECKED"     TO Total-Label
           MOVE Customers-Checked            TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  POSTCODE MISSING"         TO Total-Label
           MOVE Missing-Count                TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  POSTCODE MALFORMED"       TO Total-Label
           MOVE Malformed-Count              TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  AREA DISAGREES WITH MASTER" TO Total-Label
           MOVE Disagree-Count               TO Total-Count
           PERFORM Write-Total-Line
           MOVE "  DISTRICT NOT ON MASTER"   TO Total-Label
           MOVE Unknown-District-Count       TO Total-Count
           PERFORM Write-Total-Line
           MOVE "CUSTOMERS ABROAD - PASSED"  TO Total-Label
           MOVE Customers-Abroad             TO Total-Count
           PERFORM Write-Total-Line

           CLOSE Customer-File
           IF Vat-Reg-Open
               CLOSE Vat-Reg-File
           END-IF
           CLOSE Report-File
           DISPLAY "POSTCODE EXCEPTIONS WRITTEN TO CUSTPCEX.PRT"
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-Total-Line SECTION.

           MOVE Total-Line TO Report-Line
           WRITE Report-Line
       .

      *****************************************************************
