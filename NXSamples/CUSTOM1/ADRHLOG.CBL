      $SET Ans85
      ******************* IDENTIFICATION DIVISION *********************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Adrhlog.

      *---------------------------------------------------------------*
      *    Shared name and address history service - see ADRHLOG.CPY
      *    for the interface.  Custom1's Save-Record, the Custmerg
      *    merge and the Custdrst restore all call it, so every
      *    change to File-C-Name and File-C-Addr1-4 lands in the one
      *    keyed history custadrh.ism (see CUSTADRH.CPY) with the
      *    lines before and after, the operator and the time.  The
      *    file is opened and closed again on every call, the same
      *    discipline the stop service keeps - address changes are
      *    rare and the inquiry and the nightly report read the file
      *    alongside.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
       ENVIRONMENT DIVISION.

      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Address-History-File ASSIGN "custadrh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS Adrh-Key
           ACCESS IS RANDOM
           FILE STATUS IS Address-History-File-Status.

      ******************* DATA DIVISION *******************************
       DATA DIVISION.

      *---------------------------------------------------------------*
       FILE SECTION.
       FD  Address-History-File.
           COPY "CUSTADRH.CPY".

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       77  Address-History-File-Status PIC X(2).
          88  Address-History-File-Not-Found VALUE "35".

       LINKAGE SECTION.
           COPY "ADRHLOG.CPY".

       PROCEDURE DIVISION USING Ahl-Request.
       Controlling SECTION.

           IF Ahl-Before = Ahl-After
               SET Ahl-Unchanged TO TRUE
           ELSE
               PERFORM Write-History-Record
               SET Ahl-Written TO TRUE
           END-IF
           GOBACK
       .
      *---------------------------------------------------------------*
       Write-History-Record SECTION.

           OPEN I-O Address-History-File
           IF Address-History-File-Not-Found
               OPEN OUTPUT Address-History-File
               CLOSE Address-History-File
               OPEN I-O Address-History-File
           END-IF

           INITIALIZE Adrh-Record
           MOVE Ahl-C-Code      TO Adrh-C-Code
           ACCEPT Adrh-Date FROM DATE YYYYMMDD
           ACCEPT Adrh-Time FROM TIME
           MOVE Ahl-Operator-Id TO Adrh-Operator-Id
           MOVE Ahl-Source      TO Adrh-Source
           MOVE Ahl-Before      TO Adrh-Before
           MOVE Ahl-After       TO Adrh-After
           WRITE Adrh-Record
               INVALID KEY
      *            Two changes inside the same hundredth of a
      *            second - nudge the stamp and write again.
                   ADD 1 TO Adrh-Time
                   WRITE Adrh-Record
                   END-WRITE
           END-WRITE

           CLOSE Address-History-File
       .

      *****************************************************************
