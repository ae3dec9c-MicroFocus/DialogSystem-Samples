      *    Order-Tax-Record - record layout of the order tax store
      *    ordtax.ism, one record per order line keyed on the order
      *    number (unique across the system - the Custonum sequence
      *    issues them).  Order values in Ordl-Ord-Val are
      *    VAT-inclusive by convention; the record holds the tax code
      *    the line was judged under, the rate applied, and the split
      *    of the gross into net and tax, written by Custom1's
