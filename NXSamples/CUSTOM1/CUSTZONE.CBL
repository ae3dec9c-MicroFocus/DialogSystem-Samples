      *    Territory re-zoning utility - the end of two operator-days
      *    in Custom1 when sales redraws the map.  The supervisor
      *    keys mapping rules at the console, one per line:
      *        old-area new-area [from-code to-code] [district]
      *    (a blank line ends the rules; the optional code range
      *    restricts the rule, the optional postcode district in
      *    columns 17-20 restricts it to customers whose address
      *    carries a postcode in that district, and running with
      *    USEINCL=Y restricts the whole job to the Custsel
      *    include-list custincl.dat).  An old-area of "*" takes
      *    customers in any area; a new-area of "=" moves each one
      *    to the area the postcode district master postdist.ism
      *    gives their district, and passes over any customer whose
      *    district is not on it or who is there already - so
      *        * =
      *    alone re-zones the whole ledger by geography.
      *    The batch then:
      *      1. sweeps cust.ism once and shows a preview count per
      *         rule - nothing is touched yet;
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Include-File-Status.

           SELECT Report-File ASSIGN "custzone.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  Include-File.
       01  Include-Record              PIC X(5).

       FD  Report-File.
       01  Report-Line                 PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78  Max-Zone-Rules              VALUE 20.
       78  Max-Include-Codes           VALUE 25000.
       78  Max-Areas                   VALUE 64.
          88  Include-File-Eof            VALUE "10".
          88  Include-File-Not-Found      VALUE "35".

       77  Rule-Ind                    PIC 9(4) COMP.
       77  Rule-Count                  PIC 9(4) COMP VALUE 0.
       77  This-Rule-Ind               PIC 9(4) COMP.
               05  Zr-New-Area         PIC X.
               05  Zr-From-Code        PIC X(5).
               05  Zr-To-Code          PIC X(5).
               05  Zr-District         PIC X(4).
               05  Zr-Preview          PIC 9(6).

       01  Include-Table.
               05  Ac-Before           PIC 9(6) COMP.
               05  Ac-After            PIC 9(6) COMP.

       01  Rule-Line                   PIC X(20).
       01  Postcode-Rules-Sw           PIC X(01) VALUE "N".
          88  Postcode-Rules              VALUE "Y".
       01  Confirm-Answer              PIC X.
       01  My-Operator-Id              PIC X(8).

       01  Before-C-Limit              PIC 9(7) COMP.

       01  Preview-Line.
           03  FILLER                  PIC X(5) VALUE "RULE ".
           03  Pvw-Old                 PIC X.
           03  FILLER                  PIC X(4) VALUE " -> ".
           03  Pvw-New                 PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Pvw-District            PIC X(4).
           03  FILLER                  PIC X(12) VALUE "  CUSTOMERS ".
           03  Pvw-Count               PIC ZZZZZ9.

           03  FILLER                  PIC X(8) VALUE "  AFTER ".
           03  Cns-After               PIC ZZZZZ9.

      *    custaudt.log - every record goes through the audit log
      *    service, which numbers and chains it (see AUDLOG.CBL)
       78  Audit-Log-Service           VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

      *    postcode district of each customer - see POSTCHEK.CBL
       78  Postcode-Check-Service      VALUE "postchek".
           COPY "POSTCHEK.CPY".

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTZONE: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id

           PERFORM Collect-The-Rules
           IF Rule-Count = 0
               DISPLAY "NO RULES KEYED - NOTHING TO DO"
      *---------------------------------------------------------------*
       Collect-The-Rules SECTION.
      *    old-area in column 1, new-area in column 3, optional code
      *    range in columns 5-9 and 11-15, optional postcode district
      *    in columns 17-20.  Blank line ends.

           DISPLAY "RULES - OLD NEW [FROM TO] [DISTRICT],"
                   " BLANK LINE TO END"
           DISPLAY "RULE: " WITH NO ADVANCING
           ACCEPT Rule-Line
           PERFORM UNTIL Rule-Line = SPACES
               MOVE Rule-Line(3:1)   TO Zr-New-Area(Rule-Count)
               MOVE Rule-Line(5:5)   TO Zr-From-Code(Rule-Count)
               MOVE Rule-Line(11:5)  TO Zr-To-Code(Rule-Count)
               MOVE Rule-Line(17:4)  TO Zr-District(Rule-Count)
               INSPECT Zr-District(Rule-Count)
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF Zr-District(Rule-Count) NOT = SPACES
                  OR Zr-New-Area(Rule-Count) = "="
                   SET Postcode-Rules TO TRUE
               END-IF
               IF Zr-To-Code(Rule-Count) = SPACES
                   MOVE HIGH-VALUES TO Zr-To-Code(Rule-Count)
               END-IF
       .
      *---------------------------------------------------------------*
       Match-A-Rule SECTION.
      *    First rule that matches wins.  The customer's postcode
      *    is only looked at when some rule needs it.

           IF Postcode-Rules
               MOVE File-C-Addr1 TO Pck-Line(1)
               MOVE File-C-Addr2 TO Pck-Line(2)
               MOVE File-C-Addr3 TO Pck-Line(3)
               MOVE File-C-Addr4 TO Pck-Line(4)
               CALL Postcode-Check-Service USING Post-Check
           END-IF

           MOVE 0 TO This-Rule-Ind
           PERFORM VARYING Rule-Ind FROM 1 BY 1
                              UNTIL Rule-Ind > Rule-Count
                                    OR This-Rule-Ind NOT = 0
               IF (Zr-Old-Area(Rule-Ind) = File-C-Area
                   OR Zr-Old-Area(Rule-Ind) = "*")
                  AND File-C-Code NOT < Zr-From-Code(Rule-Ind)
                  AND File-C-Code NOT > Zr-To-Code(Rule-Ind)
                  AND (Zr-District(Rule-Ind) = SPACES
                       OR (Pck-Valid
                           AND Pck-District = Zr-District(Rule-Ind)))
                  AND (Zr-New-Area(Rule-Ind) NOT = "="
                       OR (Pck-District-Known
                           AND Pck-Area NOT = File-C-Area))
                   MOVE Rule-Ind TO This-Rule-Ind
               END-IF
           END-PERFORM
               MOVE Rule-Ind TO Pvw-Rule
               MOVE Zr-Old-Area(Rule-Ind) TO Pvw-Old
               MOVE Zr-New-Area(Rule-Ind) TO Pvw-New
               MOVE Zr-District(Rule-Ind) TO Pvw-District
               MOVE Zr-Preview(Rule-Ind)  TO Pvw-Count
               DISPLAY Preview-Line
           END-PERFORM
      *---------------------------------------------------------------*
       Apply-The-Rules SECTION.

           PERFORM Start-At-First-Customer
           PERFORM UNTIL Customer-File-Eof
               READ Customer-File NEXT RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO Customer-File-Status
       .
      *---------------------------------------------------------------*
       Rezone-One-Customer SECTION.
                               " IS ON-SCREEN ELSEWHERE - SKIPPED"
                   ELSE
                       PERFORM Capture-Before-Image
                       IF Zr-New-Area(This-Rule-Ind) = "="
                           MOVE Pck-Area TO File-C-Area
                       ELSE
                           MOVE Zr-New-Area(This-Rule-Ind)
                                                   TO File-C-Area
                       END-IF
                       REWRITE Customer-Record
                       PERFORM Write-Audit-Record
                       ADD 1 TO Rezoned-Count
       Capture-Before-Image SECTION.

           MOVE File-C-Limit TO Before-C-Limit
       .
      *---------------------------------------------------------------*
       Write-Audit-Record SECTION.
      *    Re-zoning moves no money - no line entry is filled in and
      *    the balance is the same both sides.

           INITIALIZE Audit-Record
           ACCEPT Audit-Date FROM DATE YYYYMMDD
           MOVE File-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit  TO Audit-Limit-Before
           MOVE File-C-Limit    TO Audit-Limit-After
           MOVE File-C-Balance  TO Audit-Bal-Before
           MOVE File-C-Balance  TO Audit-Bal-After
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
       .
      *---------------------------------------------------------------*
       Start-At-First-Customer SECTION.
