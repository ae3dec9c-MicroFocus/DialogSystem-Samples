      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custirpt.

      *---------------------------------------------------------------*
      *    Invoice reprint by invoice number.  When a customer
      *    queries an invoice, the document they are holding is
      *    rebuilt line-for-line from the page images the Custinv
      *    invoicing run registered (invimg.dat, summarised in
      *    invreg.dat) - not re-derived from the order table, the
      *    product catalogue or the tax store, all of which move on.
      *    Key the invoice number at the console; the page is
      *    written to custirpt.prt with a reprint banner, and the
      *    register record is shown so the operator can confirm
      *    customer, order and amounts before anything is posted
      *    out.  Blank number leaves.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Register-File ASSIGN "invreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Register-File-Status.

           SELECT Image-File ASSIGN "invimg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Image-File-Status.

           SELECT Reprint-File ASSIGN "custirpt.prt"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
      *    layouts as written by Custinv - kept in step
       FD  Register-File.
       01  Register-Record.
           03  Irg-Inv-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Irg-C-Code              PIC X(5).
           03  FILLER                  PIC X(1).
           03  Irg-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Irg-Date                PIC 9(8).
           03  FILLER                  PIC X(1).
           03  Irg-Net                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Tax                 PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Gross               PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(1).
           03  Irg-Line-Count          PIC 9(4).

       FD  Image-File.
       01  Image-Record.
           03  Img-Inv-No             PIC 9(6).
           03  FILLER                  PIC X(1).
           03  Img-Seq                 PIC 9(4).
           03  FILLER                  PIC X(1).
           03  Img-Line                PIC X(80).

       FD  Reprint-File.
       01  Reprint-Line                PIC X(80).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *    the Router's signed-on operator - started from the
      *    Router's operations menu only
       78  Router-Session-Service      VALUE "rtrsess".
           COPY "RTRSESS.CPY".

       77  Register-File-Status        PIC X(2).
          88  Register-File-Eof           VALUE "10".
          88  Register-File-Not-Found     VALUE "35".

       77  Image-File-Status           PIC X(2).
          88  Image-File-Eof              VALUE "10".
          88  Image-File-Not-Found        VALUE "35".

       01  Done-Sw                     PIC X(01) VALUE "N".
          88  All-Done                    VALUE "Y".
       01  Register-Found-Sw           PIC X(01).
          88  Register-Found              VALUE "Y".

       01  Asked-No-X                  PIC X(6).
       77  Asked-Inv-No               PIC 9(6).
       77  Ans-Ind                     PIC 9(2) COMP.
       01  Digit-Cell                  PIC 9.
       01  Digit-Cell-X REDEFINES Digit-Cell PIC X.

       77  Lines-Reprinted             PIC 9(4).

       01  Banner-Line.
           03  FILLER                  PIC X(21) VALUE
               "*** REPRINT OF INV NO".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  Banner-Inv-No          PIC 9(6).
           03  FILLER                  PIC X(4) VALUE " ***".

       01  Confirm-Line.
           03  FILLER                  PIC X(9) VALUE "CUSTOMER ".
           03  Cfm-C-Code              PIC X(5).
           03  FILLER                  PIC X(7) VALUE " ORDER ".
           03  Cfm-Ord-No              PIC 9(6).
           03  FILLER                  PIC X(7) VALUE " DATED ".
           03  Cfm-Date                PIC 9(8).

       01  Confirm-Amounts-Line.
           03  FILLER                  PIC X(4) VALUE "NET ".
           03  Cfm-Net                 PIC Z(6)9.99-.
           03  FILLER                  PIC X(5) VALUE " VAT ".
           03  Cfm-Tax                 PIC Z(6)9.99-.
           03  FILLER                  PIC X(7) VALUE " TOTAL ".
           03  Cfm-Gross               PIC Z(6)9.99-.

       PROCEDURE DIVISION.
       Controlling SECTION.

           SET Rts-Action-Ask TO TRUE
           CALL Router-Session-Service USING Router-Session
           IF NOT Rts-Routed
               DISPLAY "CUSTIRPT: START IT FROM THE ROUTER MENU"
               GOBACK
           END-IF

           OPEN OUTPUT Reprint-File
           PERFORM Ask-One-Number UNTIL All-Done
           CLOSE Reprint-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Ask-One-Number SECTION.

           DISPLAY "INVOICE NUMBER (BLANK TO QUIT): "
                   WITH NO ADVANCING
           ACCEPT Asked-No-X
           IF Asked-No-X = SPACES
               SET All-Done TO TRUE
           ELSE
               MOVE 0 TO Asked-Inv-No
               PERFORM VARYING Ans-Ind FROM 1 BY 1 UNTIL Ans-Ind > 6
                   MOVE Asked-No-X(Ans-Ind:1) TO Digit-Cell-X
                   IF Digit-Cell-X NUMERIC
                       COMPUTE Asked-Inv-No = Asked-Inv-No * 10
                                             + Digit-Cell
                   END-IF
               END-PERFORM
               PERFORM Find-Register-Record
               IF Register-Found
                   PERFORM Reprint-The-Invoice
               ELSE
                   DISPLAY "NO INVOICE " Asked-Inv-No
                           " ON THE REGISTER"
               END-IF
           END-IF
       .
      *---------------------------------------------------------------*
       Find-Register-Record SECTION.

           MOVE "N" TO Register-Found-Sw
           OPEN INPUT Register-File
           IF Register-File-Not-Found
               DISPLAY "CUSTIRPT: NO INVOICE REGISTER ON THIS SYSTEM"
           ELSE
               PERFORM UNTIL Register-File-Eof OR Register-Found
                   READ Register-File
                       AT END
                           SET Register-File-Eof TO TRUE
                       NOT AT END
                           IF Irg-Inv-No = Asked-Inv-No
                               SET Register-Found TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Register-File
               MOVE "00" TO Register-File-Status
           END-IF
       .
      *---------------------------------------------------------------*
       Reprint-The-Invoice SECTION.

           MOVE Irg-C-Code      TO Cfm-C-Code
           MOVE Irg-Ord-No      TO Cfm-Ord-No
           MOVE Irg-Date        TO Cfm-Date
           DISPLAY Confirm-Line
           MOVE Irg-Net         TO Cfm-Net
           MOVE Irg-Tax         TO Cfm-Tax
           MOVE Irg-Gross       TO Cfm-Gross
           DISPLAY Confirm-Amounts-Line

           MOVE Asked-Inv-No TO Banner-Inv-No
           MOVE Banner-Line TO Reprint-Line
           WRITE Reprint-Line

           MOVE 0 TO Lines-Reprinted
           OPEN INPUT Image-File
           IF Image-File-Not-Found
               DISPLAY "CUSTIRPT: REGISTER HAS THE INVOICE BUT "
                       "THE IMAGE FILE IS MISSING"
           ELSE
               PERFORM UNTIL Image-File-Eof
                   READ Image-File
                       AT END
                           SET Image-File-Eof TO TRUE
                       NOT AT END
                           IF Img-Inv-No = Asked-Inv-No
                               ADD 1 TO Lines-Reprinted
                               MOVE Img-Line TO Reprint-Line
                               WRITE Reprint-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Image-File
               MOVE "00" TO Image-File-Status
           END-IF

           MOVE SPACES TO Reprint-Line
           WRITE Reprint-Line
           DISPLAY "LINES REPRINTED: " Lines-Reprinted
           IF Lines-Reprinted NOT = Irg-Line-Count
               DISPLAY "WARNING - REGISTER EXPECTED "
                       Irg-Line-Count " LINES"
           END-IF
       .

      *****************************************************************
