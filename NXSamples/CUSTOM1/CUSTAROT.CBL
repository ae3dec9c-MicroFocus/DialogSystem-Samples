      *    the rotation twice in a month must never overwrite the
      *    month's earlier generation, which carries seven-year
      *    retention history.
      *    Records go into the generation byte for byte, sequence
      *    number and check value included, and the chain control
      *    file custaudt.chn is left as it is - the first record on
      *    the fresh log chains straight on from the generation's
      *    last, and Custavfy walks across the join.
      *---------------------------------------------------------------*

      ******************* ENVIRONMENT DIVISION ************************
           COPY "CUSTAUDT.CPY".

       FD  Generation-File.
       01  Generation-Record           PIC X(827).

       FD  Catalogue-File.
       01  Catalogue-Record.
