      *    over cust.ism and custovfl.new over custovfl.dat while
      *    nothing else is running.  The old files are left
      *    untouched so the rename can be backed out.
      *    The customer it writes still carries its order lines in
      *    the ten-slot table cust.ism had before they moved out to
      *    custord.ism, so that layout is kept privately below; a
      *    master converted here goes on through Custocnv.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           03  Old-C-Lock-Op           PIC X(8).
           03  Old-C-Lock-Time        PIC 9(8).

      *    The table layout Custocnv expects on its way in - kept in
      *    step with Custocnv's Old-Customer-Record.
       FD  New-Customer-File.
       01  Customer-Record.
           03  File-C-Code             PIC X(5).
           03  File-C-Name             PIC X(15).
           03  File-C-Addr1            PIC X(15).
           03  File-C-Addr2            PIC X(15).
           03  File-C-Addr3            PIC X(15).
           03  File-C-Addr4            PIC X(15).
           03  File-C-Limit            PIC 9(7) COMP.
           03  File-C-Area             PIC X.
           03  File-C-Order.
               05  File-C-Order-Entry OCCURS 10.
                   07  File-Ord-No     PIC 9(6).
                   07  File-Ord-Date   PIC 9(8).
                   07  File-Ord-Val    PIC S9(7)V99 COMP.
                   07  File-Pay-Val    PIC S9(7)V99 COMP.
                   07  File-Ord-Type   PIC X.
                   07  File-Ord-Status PIC X.
                   07  File-Ord-Curr   PIC X(3).
                   07  File-Ord-Curr-Val PIC S9(7)V99 COMP.
           03  File-C-Balance          PIC S9(9)V99.
           03  File-C-Lock-Op          PIC X(8).
           03  File-C-Lock-Time        PIC 9(8).
           03  File-C-Image-Path       PIC X(60).

       FD  Old-Overflow-File.
       01  Old-Overflow-Record.
          88  Old-Overflow-File-Eof       VALUE "10".
          88  Old-Overflow-Not-Found      VALUE "35".

       78  No-Of-Orders                VALUE 10.
       77  Array-Ind                   PIC 9(4) COMP.
       77  Customer-Count              PIC 9(6) VALUE 0.
       77  Overflow-Count              PIC 9(6) VALUE 0.
