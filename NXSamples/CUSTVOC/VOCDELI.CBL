           ACCESS IS DYNAMIC
           Lock MODE IS AUTOMATIC.

       FILE SECTION.
       FD  Customer-File.
           COPY "CUSTREC.CPY".

       WORKING-STORAGE SECTION.

           COPY "custvoc.cpy".

      *    rows on the vocabulary screen's order grid
       78  no-of-orders                VALUE 10.
       78  Over-Limit-Proc             VALUE "OVER-LIMIT-ERROR".
       78  Lock-Conflict-Proc          VALUE "SAVE-LOCK-CONFLICT-ERROR".

       01  Cust-File-Open-Sw           PIC X(01) VALUE "N".
           88  Cust-File-Open              VALUE "Y".

       01  My-Operator-Id               PIC X(8).
       01  My-Operator-Id-Set-Sw        PIC X(01) VALUE "N".
           88  My-Operator-Id-Set           VALUE "Y".

       01  Before-C-Limit               PIC 9(7) COMP.
       01  Before-C-Balance             PIC S9(9)V99 COMP.
       01  Before-C-Lock-Op             PIC X(8).

      *    Same log as CUSTOM1.CBL, appended through the same audit
      *    log service so this path's records are numbered and
      *    chained with everyone else's.  Both copybooks are kept in
      *    the CUSTOM1 directory with the rest of the customer-suite
      *    record layouts.
       78  Audit-Log-Service            VALUE "audlog".
           COPY "AUDLOG.CPY".
           COPY "CUSTAUDT.CPY".

       LINKAGE SECTION.

      *    is a second, independent path onto the same cust.ism.
           IF NOT Cust-File-Open
               OPEN I-O Customer-File
               SET Cust-File-Open TO TRUE
           END-IF

                       CONTINUE
                   NOT INVALID KEY
                       MOVE File-C-Limit   TO Before-C-Limit
                       MOVE File-C-Balance TO Before-C-Balance
                       MOVE File-C-Lock-Op TO Before-C-Lock-Op

                       IF VOC-c-bal > File-C-Limit
                           MOVE Over-Limit-Proc TO Ds-Procedure
           MOVE VOC-C-Code     TO Audit-C-Code
           MOVE Before-C-Limit TO Audit-Limit-Before
           MOVE File-C-Limit   TO Audit-Limit-After
           MOVE Before-C-Balance TO Audit-Bal-Before
           MOVE File-C-Balance TO Audit-Bal-After
      *    No order line is changed from this screen, so the line
      *    entries go out empty.
           SET Alg-Action-Append TO TRUE
           CALL Audit-Log-Service USING Alg-Request Audit-Record
           EXIT.
