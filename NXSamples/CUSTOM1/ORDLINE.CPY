      *****************************************************************
      *    Order-Line-Record - record layout of the order-line master
      *    custord.ism, one record per open order line, keyed on
      *    customer code plus order number the same way custhist.ism
      *    is.  A customer holds as many lines as it has orders; the
      *    ten-slot File-C-Order table Customer-Record once carried,
      *    and the custovfl.dat spill file that made up for it, are
      *    retired.  A program wanting a customer's lines STARTs at the
      *    customer code with order number nought and reads NEXT
      *    until the code changes; order numbers come from the one
      *    Custonum sequence, so the lines arrive oldest first.
      *    File-C-Balance on Customer-Record is still the sum of
      *    Ordl-Ord-Val less Ordl-Pay-Val over the customer's lines,
      *    re-derived by every program that changes one.  Lines
      *    fully paid leave for custhist.ism in the end-of-day
      *    batch.  Existing files are converted by the one-off
      *    Custocnv utility.  COPY this immediately after the
      *    program's own "FD Order-Line-File." line.
      *****************************************************************
       01  Order-Line-Record.
           03  Ordl-Key.
               05  Ordl-C-Code          PIC X(5).
               05  Ordl-Ord-No          PIC 9(6).
           03  Ordl-Ord-Date            PIC 9(8).
      *    Signed, so a returned delivery or goodwill credit is a real
      *    negative line.
           03  Ordl-Ord-Val             PIC S9(7)V99 COMP.
           03  Ordl-Pay-Val             PIC S9(7)V99 COMP.
      *    "O" (or space) ordinary order, "C" credit note.
           03  Ordl-Ord-Type            PIC X.
      *    Lifecycle: "O"/space open, "S" shipped, "I" invoiced, "P"
      *    part-paid, "F" paid in full, "D" disputed.  Custom1
      *    polices the legal transitions.
           03  Ordl-Ord-Status          PIC X.
      *    Export orders carry their original currency and value
      *    here; Ordl-Ord-Val/Ordl-Pay-Val above are always home
      *    currency.  Spaces/zero for home-currency lines.
           03  Ordl-Ord-Curr            PIC X(3).
           03  Ordl-Ord-Curr-Val        PIC S9(7)V99 COMP.
      *    The trading company that made the sale - the customer's
      *    File-C-Company when the line was written, kept on the
      *    line so that moving a customer to another company does
      *    not move the lines already sold.  Spaces for the site's
      *    own company.
           03  Ordl-Company             PIC X(2).
