      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Compmnt.

      *---------------------------------------------------------------*
      *    Trading company maintenance console.  Keys the company
      *    master company.ism (see COMPANY.CPY) and which company
      *    each customer deals with, the same console way Termmnt
      *    keys the payment terms:
      *        L         list every company on file
      *        S         set a company's letterhead and bank details
      *                  (prompts for each in turn - a blank answer
      *                  keeps what is on file)
      *        C         move a customer to a company (prompts for
      *                  the customer code and the company code -
      *                  blank for the site's own company)
      *        D         delete a company no customer deals with
      *        Q         leave
      *    Setting and deleting a company - the bank details its
      *    customers are asked to pay into - is for supervisors
      *    only.  A customer is moved only to a company on file (or
      *    the site's own), and not while someone has them on
      *    screen in Custom1; the order lines already sold stay with
      *    the company that sold them.  The site's own company (see
      *    COMPLOOK.CBL) can be set but never deleted.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Company-File ASSIGN "company.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Comp-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Company-File-Status.

           SELECT Customer-File ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS File-C-Code
           ACCESS IS DYNAMIC
           FILE STATUS IS Customer-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Company-File.
           COPY "COMPANY.CPY".

       FD  Customer-File.
           COPY "CUSTREC.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       78 Supervisor-Check-Service VALUE "supcheck".
           COPY "SUPCHECK.CPY".

      *    the site's own company - see COMPLOOK.CBL
       78  Company-Lookup-Service      VALUE "complook".
           COPY "COMPLOOK.CPY".

       77  Company-File-Status         PIC X(2).
          88  Company-File-Ok             VALUE "00".
          88  Company-File-Eof            VALUE "10".
          88  Company-File-Not-Found      VALUE "35".

       77  Customer-File-Status        PIC X(2).
          88  Customer-File-Eof           VALUE "10".
          88  Customer-File-Not-Found     VALUE "35".

       01  Customer-Open-Sw            PIC X(01) VALUE "N".
          88  Customer-Open               VALUE "Y".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Entry-Ok-Sw                 PIC X(01).
          88  Entry-Ok                    VALUE "Y".
       01  On-File-Sw                  PIC X(01).
          88  Company-On-File             VALUE "Y".

       01  Answer-Line                 PIC X(10).
       01  Answer-Action               PIC X.
       01  Answer-Text                 PIC X(30).

       01  Entry-Company               PIC X(2).
       01  Entry-Code                  PIC X(5).
       01  Home-Company                PIC X(2).
       77  Customers-On-It             PIC 9(6).

       01  My-Operator-Id              PIC X(8).
       01  Run-Date                    PIC 9(8).

       01  List-Line.
           03  Lst-Code                PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  Lst-Name                PIC X(30).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Sort-Code           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Account-No          PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-By              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Lst-Set-On              PIC 9(8).

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "COMPMNT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           MOVE Rts-Operator-Id TO My-Operator-Id
           ACCEPT Run-Date FROM DATE YYYYMMDD

           SET Cmk-Action-Find TO TRUE
           MOVE SPACES TO Cmk-Company
           CALL Company-Lookup-Service USING Company-Lookup
           MOVE Cmk-Home-Company TO Home-Company

           OPEN I-O Company-File
           IF Company-File-Not-Found
               OPEN OUTPUT Company-File
               CLOSE Company-File
               OPEN I-O Company-File
           END-IF
           OPEN I-O Customer-File
           IF NOT Customer-File-Not-Found
               SET Customer-Open TO TRUE
           END-IF

           PERFORM Work-One-Action UNTIL All-Done

           CLOSE Company-File
           IF Customer-Open
               CLOSE Customer-File
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Work-One-Action SECTION.

           DISPLAY "ACTION (L / S / C / D / Q): " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:1) TO Answer-Action

           EVALUATE Answer-Action
               WHEN "Q" WHEN "q"
                   SET All-Done TO TRUE
               WHEN "L" WHEN "l"
                   PERFORM List-The-Companies
               WHEN "S" WHEN "s"
                   PERFORM Check-Supervisor
                   IF Entry-Ok
                       PERFORM Set-The-Company
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM Move-A-Customer
               WHEN "D" WHEN "d"
                   PERFORM Check-Supervisor
                   IF Entry-Ok
                       PERFORM Delete-The-Company
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
      *---------------------------------------------------------------*
       Check-Supervisor SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           MOVE My-Operator-Id TO Sup-Operator-Id
           CALL Supervisor-Check-Service USING Sup-Check
           IF Sup-Not-Supervisor
               DISPLAY "COMPMNT: SUPERVISORS ONLY"
               MOVE "N" TO Entry-Ok-Sw
           END-IF
       .
      *---------------------------------------------------------------*
       List-The-Companies SECTION.

           DISPLAY "CO  NAME                           SORT CODE"
                   " ACCOUNT    SET BY   SET ON"
           MOVE LOW-VALUES TO Comp-Code
           START Company-File KEY IS NOT LESS THAN Comp-Code
               INVALID KEY
                   MOVE "10" TO Company-File-Status
           END-START
           PERFORM UNTIL Company-File-Eof
               READ Company-File NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Comp-Code         TO Lst-Code
                       MOVE Comp-Name         TO Lst-Name
                       MOVE Comp-Sort-Code    TO Lst-Sort-Code
                       MOVE Comp-Account-No   TO Lst-Account-No
                       MOVE Comp-Set-By       TO Lst-Set-By
                       MOVE Comp-Set-On       TO Lst-Set-On
                       DISPLAY List-Line
               END-READ
           END-PERFORM
           MOVE "00" TO Company-File-Status
           DISPLAY "THE SITE'S OWN COMPANY IS " Home-Company
       .
      *---------------------------------------------------------------*
       Set-The-Company SECTION.
      *    Each detail in turn, what is on file shown first; a
      *    blank answer keeps it.

           DISPLAY "COMPANY CODE: " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:2) TO Entry-Company
           IF Entry-Company = SPACES
               DISPLAY "A COMPANY CODE IS NEEDED"
           ELSE
               MOVE Entry-Company TO Comp-Code
               READ Company-File
                   INVALID KEY
                       INITIALIZE Company-Record
                       MOVE Entry-Company TO Comp-Code
                       MOVE "N" TO On-File-Sw
                   NOT INVALID KEY
                       SET Company-On-File TO TRUE
               END-READ

               DISPLAY "NAME      [" Comp-Name "]: " WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Name
               END-IF
               DISPLAY "ADDRESS 1 [" Comp-Addr1 "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Addr1
               END-IF
               DISPLAY "ADDRESS 2 [" Comp-Addr2 "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Addr2
               END-IF
               DISPLAY "ADDRESS 3 [" Comp-Addr3 "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Addr3
               END-IF
               DISPLAY "ADDRESS 4 [" Comp-Addr4 "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Addr4
               END-IF
               DISPLAY "TELEPHONE [" Comp-Phone "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Phone
               END-IF
               DISPLAY "VAT REG   [" Comp-Vat-Reg "]: "
                       WITH NO ADVANCING
               PERFORM Accept-Answer-Text
               IF Answer-Text NOT = SPACES
                   MOVE Answer-Text TO Comp-Vat-Reg
               END-IF
               PERFORM Accept-Bank-Details

               MOVE My-Operator-Id TO Comp-Set-By
               MOVE Run-Date       TO Comp-Set-On
               IF Company-On-File
                   REWRITE Company-Record
               ELSE
                   WRITE Company-Record
               END-IF
               DISPLAY "COMPANY " Comp-Code " SET"
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-Bank-Details SECTION.

           DISPLAY "BANK      [" Comp-Bank-Name "]: " WITH NO ADVANCING
           PERFORM Accept-Answer-Text
           IF Answer-Text NOT = SPACES
               MOVE Answer-Text TO Comp-Bank-Name
           END-IF
           DISPLAY "SORT CODE [" Comp-Sort-Code "]: "
                   WITH NO ADVANCING
           PERFORM Accept-Answer-Text
           IF Answer-Text NOT = SPACES
               MOVE Answer-Text TO Comp-Sort-Code
           END-IF
           DISPLAY "ACCOUNT   [" Comp-Account-No "]: "
                   WITH NO ADVANCING
           PERFORM Accept-Answer-Text
           IF Answer-Text NOT = SPACES
               MOVE Answer-Text TO Comp-Account-No
           END-IF
           DISPLAY "ACCT NAME [" Comp-Account-Name "]: "
                   WITH NO ADVANCING
           PERFORM Accept-Answer-Text
           IF Answer-Text NOT = SPACES
               MOVE Answer-Text TO Comp-Account-Name
           END-IF
       .
      *---------------------------------------------------------------*
       Accept-Answer-Text SECTION.

           MOVE SPACES TO Answer-Text
           ACCEPT Answer-Text
       .
      *---------------------------------------------------------------*
       Move-A-Customer SECTION.

           MOVE "Y" TO Entry-Ok-Sw
           IF NOT Customer-Open
               DISPLAY "NO CUSTOMER MASTER"
               MOVE "N" TO Entry-Ok-Sw
           END-IF
           IF Entry-Ok
               DISPLAY "CUSTOMER CODE: " WITH NO ADVANCING
               ACCEPT Entry-Code
               MOVE Entry-Code TO File-C-Code
               READ Customer-File
                   INVALID KEY
                       DISPLAY "NO SUCH CUSTOMER"
                       MOVE "N" TO Entry-Ok-Sw
               END-READ
           END-IF
           IF Entry-Ok
               IF File-C-Lock-Op NOT = SPACES
                  AND File-C-Lock-Op NOT = My-Operator-Id
                   DISPLAY "ON SCREEN WITH " File-C-Lock-Op
                           " - TRY AGAIN WHEN THEY HAVE FINISHED"
                   MOVE "N" TO Entry-Ok-Sw
               END-IF
           END-IF
           IF Entry-Ok
               DISPLAY "NOW WITH COMPANY [" File-C-Company
                       "] - MOVE TO (BLANK - THE SITE'S OWN): "
                       WITH NO ADVANCING
               ACCEPT Answer-Line
               MOVE Answer-Line(1:2) TO Entry-Company
               PERFORM Check-Company-Known
           END-IF
           IF Entry-Ok
      *        the site's own company is carried as spaces, the way
      *        every customer carried it before there were two
               IF Entry-Company = Home-Company
                   MOVE SPACES TO Entry-Company
               END-IF
               MOVE Entry-Company TO File-C-Company
               REWRITE Customer-Record
               DISPLAY "CUSTOMER " File-C-Code " MOVED"
           END-IF
       .
      *---------------------------------------------------------------*
       Check-Company-Known SECTION.

           IF Entry-Company NOT = SPACES
              AND Entry-Company NOT = Home-Company
               MOVE Entry-Company TO Comp-Code
               READ Company-File
                   INVALID KEY
                       DISPLAY "NO SUCH COMPANY - SET IT UP FIRST"
                       MOVE "N" TO Entry-Ok-Sw
               END-READ
           END-IF
       .
      *---------------------------------------------------------------*
       Delete-The-Company SECTION.
      *    Not while a single customer still deals with it - their
      *    documents would go out with no letterhead at all.

           DISPLAY "COMPANY CODE: " WITH NO ADVANCING
           ACCEPT Answer-Line
           MOVE Answer-Line(1:2) TO Entry-Company
           IF Entry-Company = Home-Company OR Entry-Company = SPACES
               DISPLAY "THE SITE'S OWN COMPANY CANNOT BE DELETED"
           ELSE
               PERFORM Count-Customers-On-It
               IF Customers-On-It NOT = 0
                   DISPLAY Customers-On-It " CUSTOMERS STILL DEAL "
                           "WITH " Entry-Company " - MOVE THEM FIRST"
               ELSE
                   MOVE Entry-Company TO Comp-Code
                   DELETE Company-File
                       INVALID KEY
                           DISPLAY "NO SUCH COMPANY"
                       NOT INVALID KEY
                           DISPLAY "COMPANY DELETED"
                   END-DELETE
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Count-Customers-On-It SECTION.

           MOVE 0 TO Customers-On-It
           IF Customer-Open
               MOVE LOW-VALUES TO File-C-Code
               START Customer-File KEY IS NOT LESS THAN File-C-Code
                   INVALID KEY
                       MOVE "10" TO Customer-File-Status
               END-START
               PERFORM UNTIL Customer-File-Eof
                   READ Customer-File NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF File-C-Company = Entry-Company
                               ADD 1 TO Customers-On-It
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO Customer-File-Status
           END-IF
       .

      *****************************************************************
