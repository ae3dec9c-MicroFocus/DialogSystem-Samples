      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Complook.

      *---------------------------------------------------------------*
      *    Trading company lookup service.  Called (CALL "complook"
      *    USING Company-Lookup - see COMPLOOK.CPY) by every program
      *    that prints a company's letterhead or bank details - the
      *    statement, invoice, dunning and HTML statement runs - and
      *    by every run that keeps the companies apart: Custglx's
      *    journals, Custexpt's feeds, Custvat's returns, and the
      *    aged debt and KPI reports when they are asked for one
      *    company.  The whole of company.ism (see COMPANY.CPY) is
      *    taken into a table on the first call and kept for the
      *    run, the same stance Taxlook takes with the VAT rates;
      *    the site's own company - HOMECOMP in the site
      *    configuration, "01" when it is not configured - always
      *    has a place in the table, on file or not, so the
      *    customers and lines with a blank company code are never
      *    left out of a company-by-company run.  With no
      *    company.ism on disk there is one company, the site's
      *    own, with no letterhead on file - every document prints
      *    as it always did.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Company-File ASSIGN "company.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Comp-Code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Company-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Company-File.
           COPY "COMPANY.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Companies               VALUE 20.

       77  Company-File-Status         PIC X(2).
          88  Company-File-Eof            VALUE "10".
          88  Company-File-Not-Found      VALUE "35".

       01  Table-Loaded-Sw             PIC X(01) VALUE "N".
          88  Table-Loaded                VALUE "Y".

       77  Comp-Ind                    PIC 9(2) COMP.
       77  This-Comp-Ind               PIC 9(2) COMP.
       77  Comp-Count                  PIC 9(2) COMP VALUE 0.
       77  On-File-Count               PIC 9(2) COMP VALUE 0.
       01  Home-Company                PIC X(2).

       01  Company-Table.
           03  Ctb-Entry OCCURS Max-Companies.
               05  Ctb-Code            PIC X(2).
               05  Ctb-On-File-Sw      PIC X.
                   88  Ctb-On-File         VALUE "Y".
               05  Ctb-Name            PIC X(30).
               05  Ctb-Addr1           PIC X(30).
               05  Ctb-Addr2           PIC X(30).
               05  Ctb-Addr3           PIC X(30).
               05  Ctb-Addr4           PIC X(30).
               05  Ctb-Phone           PIC X(15).
               05  Ctb-Vat-Reg         PIC X(14).
               05  Ctb-Bank-Name       PIC X(30).
               05  Ctb-Sort-Code       PIC X(8).
               05  Ctb-Account-No      PIC X(10).
               05  Ctb-Account-Name    PIC X(30).

      *    the file-name split for File: everything up to the last
      *    "." and everything from it on
       77  Name-Ind                    PIC 9(2) COMP.
       77  Dot-Ind                     PIC 9(2) COMP.
       77  Name-End                    PIC 9(2) COMP.
       01  Name-Work                   PIC X(64).

       78  Site-Config-Service         VALUE "siteconf".
           COPY "SITECONF.CPY".

       LINKAGE SECTION.
           COPY "COMPLOOK.CPY".

       PROCEDURE DIVISION USING Company-Lookup.
       Controlling SECTION.

           IF NOT Table-Loaded
               PERFORM Load-Company-Table
           END-IF

           MOVE Home-Company TO Cmk-Home-Company
           MOVE Comp-Count   TO Cmk-Company-Count
           IF On-File-Count < 2
               SET Cmk-Single-Company TO TRUE
           ELSE
               MOVE "N" TO Cmk-Single-Sw
           END-IF

           EVALUATE TRUE
               WHEN Cmk-Action-Find
                   IF Cmk-Company = SPACES
                       MOVE Home-Company TO Cmk-Company
                   END-IF
                   PERFORM Find-The-Company
               WHEN Cmk-Action-Entry
                   IF Cmk-Entry-No = 0 OR Cmk-Entry-No > Comp-Count
                       PERFORM Clear-The-Details
                       SET Cmk-No-More TO TRUE
                   ELSE
                       MOVE Ctb-Code(Cmk-Entry-No) TO Cmk-Company
                       PERFORM Find-The-Company
                   END-IF
               WHEN Cmk-Action-File
                   IF Cmk-Company = SPACES
                       MOVE Home-Company TO Cmk-Company
                   END-IF
                   IF NOT Cmk-Single-Company
                       PERFORM Name-The-Company-File
                   END-IF
                   SET Cmk-Found TO TRUE
           END-EVALUATE
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Company-Table SECTION.

           MOVE "HOMECOMP" TO Cfg-Logical
           MOVE "01" TO Cfg-Value
           CALL Site-Config-Service USING Site-Config
           MOVE Cfg-Value(1:2) TO Home-Company
           IF Home-Company = SPACES
               MOVE "01" TO Home-Company
           END-IF

           OPEN INPUT Company-File
           IF NOT Company-File-Not-Found
               PERFORM UNTIL Company-File-Eof
                   READ Company-File NEXT RECORD
                       AT END
                           SET Company-File-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-One-Company
                   END-READ
               END-PERFORM
               CLOSE Company-File
           END-IF

      *    the site's own company has its place even when nobody has
      *    keyed its letterhead - at the end, the table stays in
      *    code order for everyone else
           MOVE 0 TO This-Comp-Ind
           PERFORM VARYING Comp-Ind FROM 1 BY 1
                              UNTIL Comp-Ind > Comp-Count
               IF Ctb-Code(Comp-Ind) = Home-Company
                   MOVE Comp-Ind TO This-Comp-Ind
               END-IF
           END-PERFORM
           IF This-Comp-Ind = 0 AND Comp-Count < Max-Companies
               ADD 1 TO Comp-Count
               MOVE Home-Company TO Ctb-Code(Comp-Count)
               MOVE "N" TO Ctb-On-File-Sw(Comp-Count)
           END-IF
           SET Table-Loaded TO TRUE
       .
      *---------------------------------------------------------------*
       Take-One-Company SECTION.

      *    one place always kept back for the site's own company
           IF Comp-Count < Max-Companies - 1 AND Comp-Code NOT = SPACES
               ADD 1 TO Comp-Count
               ADD 1 TO On-File-Count
               MOVE Comp-Code TO Ctb-Code(Comp-Count)
               SET Ctb-On-File(Comp-Count) TO TRUE
               MOVE Comp-Name         TO Ctb-Name(Comp-Count)
               MOVE Comp-Addr1        TO Ctb-Addr1(Comp-Count)
               MOVE Comp-Addr2        TO Ctb-Addr2(Comp-Count)
               MOVE Comp-Addr3        TO Ctb-Addr3(Comp-Count)
               MOVE Comp-Addr4        TO Ctb-Addr4(Comp-Count)
               MOVE Comp-Phone        TO Ctb-Phone(Comp-Count)
               MOVE Comp-Vat-Reg      TO Ctb-Vat-Reg(Comp-Count)
               MOVE Comp-Bank-Name    TO Ctb-Bank-Name(Comp-Count)
               MOVE Comp-Sort-Code    TO Ctb-Sort-Code(Comp-Count)
               MOVE Comp-Account-No   TO Ctb-Account-No(Comp-Count)
               MOVE Comp-Account-Name TO Ctb-Account-Name(Comp-Count)
           END-IF
       .
      *---------------------------------------------------------------*
       Find-The-Company SECTION.

           PERFORM Clear-The-Details
           SET Cmk-Not-Found TO TRUE
           PERFORM VARYING Comp-Ind FROM 1 BY 1
                              UNTIL Comp-Ind > Comp-Count
               IF Ctb-Code(Comp-Ind) = Cmk-Company
                   SET Cmk-Found TO TRUE
                   IF Ctb-On-File(Comp-Ind)
                       PERFORM Give-Back-The-Details
                   END-IF
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Give-Back-The-Details SECTION.

           MOVE Ctb-Name(Comp-Ind)         TO Cmk-Name
           MOVE Ctb-Addr1(Comp-Ind)        TO Cmk-Addr1
           MOVE Ctb-Addr2(Comp-Ind)        TO Cmk-Addr2
           MOVE Ctb-Addr3(Comp-Ind)        TO Cmk-Addr3
           MOVE Ctb-Addr4(Comp-Ind)        TO Cmk-Addr4
           MOVE Ctb-Phone(Comp-Ind)        TO Cmk-Phone
           MOVE Ctb-Vat-Reg(Comp-Ind)      TO Cmk-Vat-Reg
           MOVE Ctb-Bank-Name(Comp-Ind)    TO Cmk-Bank-Name
           MOVE Ctb-Sort-Code(Comp-Ind)    TO Cmk-Sort-Code
           MOVE Ctb-Account-No(Comp-Ind)   TO Cmk-Account-No
           MOVE Ctb-Account-Name(Comp-Ind) TO Cmk-Account-Name
       .
      *---------------------------------------------------------------*
       Clear-The-Details SECTION.

           MOVE SPACES TO Cmk-Name Cmk-Addr1 Cmk-Addr2 Cmk-Addr3
                          Cmk-Addr4 Cmk-Phone Cmk-Vat-Reg
                          Cmk-Bank-Name Cmk-Sort-Code
                          Cmk-Account-No Cmk-Account-Name
       .
      *---------------------------------------------------------------*
       Name-The-Company-File SECTION.
      *    custbal.dat becomes custbal.02.dat; a name with no "."
      *    simply takes ".02" on the end.

           MOVE 0 TO Dot-Ind
           MOVE 0 TO Name-End
           PERFORM VARYING Name-Ind FROM 1 BY 1 UNTIL Name-Ind > 64
               IF Cmk-File-Name(Name-Ind:1) = "."
                   MOVE Name-Ind TO Dot-Ind
               END-IF
               IF Cmk-File-Name(Name-Ind:1) NOT = SPACE
                   MOVE Name-Ind TO Name-End
               END-IF
           END-PERFORM

           MOVE SPACES TO Name-Work
           IF Dot-Ind = 0
               IF Name-End > 0 AND Name-End < 62
                   STRING Cmk-File-Name(1:Name-End) DELIMITED BY SIZE
                          "." Cmk-Company DELIMITED BY SIZE
                          INTO Name-Work
                   END-STRING
                   MOVE Name-Work TO Cmk-File-Name
               END-IF
           ELSE
               IF Name-End < 62
                   STRING Cmk-File-Name(1:Dot-Ind) DELIMITED BY SIZE
                          Cmk-Company DELIMITED BY SIZE
                          Cmk-File-Name(Dot-Ind:Name-End - Dot-Ind + 1)
                                      DELIMITED BY SIZE
                          INTO Name-Work
                   END-STRING
                   MOVE Name-Work TO Cmk-File-Name
               END-IF
           END-IF
       .

      *****************************************************************
