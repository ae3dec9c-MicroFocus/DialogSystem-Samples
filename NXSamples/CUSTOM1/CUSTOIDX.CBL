      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Custoidx.

      *---------------------------------------------------------------*
      *    Order-number index rebuild.  Writes ordxref.ism (see
      *    ORDXREF.CPY) fresh from one pass of custord.ism - every
      *    order line there.  Run once after the Custocnv
      *    conversion, and again whenever a backup restore (Custrest)
      *    or a crash may have left the index behind the order
      *    lines.  The old index is simply replaced.  An order
      *    number found on two customers - a damaged master - is
      *    indexed where it was met first and reported, so the
      *    duplicate can be put right.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-Line-File ASSIGN "custord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Ordl-Key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Order-Line-File-Status.

           SELECT Order-Xref-File ASSIGN "ordxref.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Oxr-Ord-No
           ACCESS IS DYNAMIC
           FILE STATUS IS Order-Xref-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Order-Line-File.
           COPY "ORDLINE.CPY".

       FD  Order-Xref-File.
           COPY "ORDXREF.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Order-Line-File-Status      PIC X(2).
          88  Order-Line-File-Eof         VALUE "10".
          88  Order-Line-File-Not-Found   VALUE "35".
       77  Order-Xref-File-Status      PIC X(2).

       77  Indexed-Count               PIC 9(6) VALUE 0.
       77  Duplicate-Count             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Controlling SECTION.

           OPEN OUTPUT Order-Xref-File
           OPEN INPUT Order-Line-File
           IF NOT Order-Line-File-Not-Found
               PERFORM Index-One-Order-Line UNTIL Order-Line-File-Eof
               CLOSE Order-Line-File
           END-IF

           DISPLAY "ORDER INDEX ENTRIES WRITTEN: " Indexed-Count
           DISPLAY "DUPLICATE ORDER NUMBERS:     " Duplicate-Count
           CLOSE Order-Xref-File
           GOBACK
       .
      *---------------------------------------------------------------*
       Index-One-Order-Line SECTION.

           READ Order-Line-File NEXT RECORD
               AT END
                   SET Order-Line-File-Eof TO TRUE
               NOT AT END
                   MOVE Ordl-Ord-No TO Oxr-Ord-No
                   MOVE Ordl-C-Code TO Oxr-C-Code
                   PERFORM Write-Index-Entry
           END-READ
       .
      *---------------------------------------------------------------*
       Write-Index-Entry SECTION.

           WRITE Order-Xref-Record
               INVALID KEY
                   ADD 1 TO Duplicate-Count
                   DISPLAY "CUSTOIDX: ORDER " Oxr-Ord-No
                           " ALSO ON " Oxr-C-Code " - NOT INDEXED THERE"
               NOT INVALID KEY
                   ADD 1 TO Indexed-Count
           END-WRITE
       .

      *****************************************************************
