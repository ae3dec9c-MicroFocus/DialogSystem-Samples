      *****************************************************************
      *    Overflow-Record - record layout of custovfl.dat, which
      *    held the 11th-and-beyond orders for a customer while
      *    Customer-Record carried its order lines in a fixed
      *    10-occurrence table.  Rows with Overflow-Ord-No zero were
      *    only warnings that a row had overflowed; rows with full
      *    order detail were real lines.  The lines now live on
      *    custord.ism (ORDLINE.CPY) with no such limit, and the file
      *    is read only by the Custocnv conversion, which folds its
      *    real lines into custord.ism.  COPY this immediately after
      *    the program's own "FD Overflow-File." line.
      *****************************************************************
       01  Overflow-Record.
           03  Overflow-C-Code          PIC X(5).
