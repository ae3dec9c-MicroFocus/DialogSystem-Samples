           COPY "CUSTAUDT.CPY".

       FD  Live-Audit-File.
       01  Live-Audit-Record           PIC X(827).

       FD  Extract-File.
       01  Extract-Record              PIC X(827).

      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
