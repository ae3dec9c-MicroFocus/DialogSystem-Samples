      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Priclook.

      *---------------------------------------------------------------*
      *    Customer price lookup service.  Called (CALL "priclook"
      *    USING Prc-Check - see PRICLOOK.CPY) by the Orditem item
      *    entry before a detail line is priced, so a big customer's
      *    negotiated price goes on the order as it is keyed instead
      *    of as an adjustment afterwards.  The customer's own
      *    custprag.ism agreement in force on the date asked is
      *    used first; failing that, the agreement of the
      *    national-account parent custfam.dat links them to; and
      *    failing both, the catalogue price the caller passed in.
      *    Where two agreements for one product overlap the one
      *    that took effect latest governs.  The agreement file is
      *    opened and the family links loaded on first call and
      *    both held for the run, the same stance Termlook takes;
      *    with no custprag.ism on disk every answer is the
      *    catalogue's.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Agreement-File ASSIGN "custprag.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Pra-Key
           ACCESS IS DYNAMIC
           FILE STATUS IS Agreement-File-Status.

           SELECT Family-File ASSIGN "custfam.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Family-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Agreement-File.
           COPY "CUSTPRAG.CPY".

       FD  Family-File.
           COPY "CUSTFAM.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       78  Max-Family-Links            VALUE 500.

       77  Agreement-File-Status       PIC X(2).
          88  Agreement-File-Not-Found    VALUE "35".
       77  Family-File-Status          PIC X(2).
          88  Family-File-Eof             VALUE "10".
          88  Family-File-Not-Found       VALUE "35".

       01  Agreement-File-Open-Sw      PIC X(01) VALUE "N".
          88  Agreement-File-Open         VALUE "Y".
       01  Agreement-File-Absent-Sw    PIC X(01) VALUE "N".
          88  Agreement-File-Absent       VALUE "Y".
       01  Range-Done-Sw               PIC X(01).
          88  Range-Done                  VALUE "Y".
       01  Agreement-Found-Sw          PIC X(01).
          88  Agreement-Found             VALUE "Y".

       77  Fam-Ind                     PIC 9(4) COMP.
       77  Fam-Count                   PIC 9(4) COMP VALUE 0.
       01  Family-Links.
           03  Fam-Entry OCCURS Max-Family-Links.
               05  Fl-Child-Code       PIC X(5).
               05  Fl-Parent-Code      PIC X(5).

       01  Look-Code                   PIC X(5).
       01  Parent-Code                 PIC X(5).
       01  Best-Agreement.
           03  Best-From-Date          PIC 9(8).
           03  Best-To-Date            PIC 9(8).
           03  Best-Price              PIC 9(5)V99.
           03  Best-Disc-Pct           PIC 9(2)V99.

       LINKAGE SECTION.
           COPY "PRICLOOK.CPY".

       PROCEDURE DIVISION USING Prc-Check.
       Controlling SECTION.

           MOVE Prc-Catalogue-Price TO Prc-Price
           SET Prc-From-Catalogue TO TRUE
           MOVE SPACES TO Prc-Agreed-Code
           MOVE 0 TO Prc-Disc-Pct
           MOVE 0 TO Prc-To-Date

           IF NOT Agreement-File-Open AND NOT Agreement-File-Absent
               OPEN INPUT Agreement-File
               IF Agreement-File-Not-Found
                   SET Agreement-File-Absent TO TRUE
               ELSE
                   SET Agreement-File-Open TO TRUE
                   PERFORM Load-Family-Links
               END-IF
           END-IF

           IF Agreement-File-Open
               MOVE Prc-C-Code TO Look-Code
               PERFORM Find-Agreement-In-Force
               IF Agreement-Found
                   SET Prc-From-Customer TO TRUE
               ELSE
                   PERFORM Find-Parent-Code
                   IF Parent-Code NOT = SPACES
                       MOVE Parent-Code TO Look-Code
                       PERFORM Find-Agreement-In-Force
                       IF Agreement-Found
                           SET Prc-From-Parent TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF Agreement-Found
                   PERFORM Apply-The-Agreement
               END-IF
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Load-Family-Links SECTION.

           MOVE 0 TO Fam-Count
           OPEN INPUT Family-File
           IF Family-File-Not-Found
               CONTINUE
           ELSE
               PERFORM UNTIL Family-File-Eof
                            OR Fam-Count = Max-Family-Links
                   READ Family-File
                       AT END
                           SET Family-File-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO Fam-Count
                           MOVE Fam-Child-Code TO
                                           Fl-Child-Code(Fam-Count)
                           MOVE Fam-Parent-Code TO
                                           Fl-Parent-Code(Fam-Count)
                   END-READ
               END-PERFORM
               CLOSE Family-File
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Parent-Code SECTION.

           MOVE SPACES TO Parent-Code
           PERFORM VARYING Fam-Ind FROM 1 BY 1
                              UNTIL Fam-Ind > Fam-Count
                                    OR Parent-Code NOT = SPACES
               IF Fl-Child-Code(Fam-Ind) = Prc-C-Code
                   MOVE Fl-Parent-Code(Fam-Ind) TO Parent-Code
               END-IF
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Find-Agreement-In-Force SECTION.
      *    The code's agreements for the product come back in
      *    effective-date order; the last one started by Prc-Date
      *    and not yet run out is the one in force.

           MOVE "N" TO Agreement-Found-Sw
           MOVE "N" TO Range-Done-Sw
           MOVE Look-Code   TO Pra-C-Code
           MOVE Prc-Product TO Pra-Product
           MOVE 0           TO Pra-From-Date
           START Agreement-File KEY IS NOT LESS THAN Pra-Key
               INVALID KEY
                   SET Range-Done TO TRUE
           END-START
           PERFORM UNTIL Range-Done
               READ Agreement-File NEXT RECORD
                   AT END
                       SET Range-Done TO TRUE
                   NOT AT END
                       IF Pra-C-Code NOT = Look-Code
                          OR Pra-Product NOT = Prc-Product
                          OR Pra-From-Date > Prc-Date
                           SET Range-Done TO TRUE
                       ELSE
                           IF Pra-To-Date NOT < Prc-Date
                               SET Agreement-Found TO TRUE
                               MOVE Pra-From-Date TO Best-From-Date
                               MOVE Pra-To-Date   TO Best-To-Date
                               MOVE Pra-Price     TO Best-Price
                               MOVE Pra-Disc-Pct  TO Best-Disc-Pct
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
      *---------------------------------------------------------------*
       Apply-The-Agreement SECTION.

           MOVE Look-Code     TO Prc-Agreed-Code
           MOVE Best-To-Date  TO Prc-To-Date
           MOVE Best-Disc-Pct TO Prc-Disc-Pct
           IF Best-Price NOT = 0
               MOVE Best-Price TO Prc-Price
               MOVE 0 TO Prc-Disc-Pct
           ELSE
               COMPUTE Prc-Price ROUNDED = Prc-Catalogue-Price
                                   * (100 - Best-Disc-Pct) / 100
           END-IF
       .

      *****************************************************************
