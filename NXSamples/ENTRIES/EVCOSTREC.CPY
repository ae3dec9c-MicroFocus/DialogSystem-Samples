      *****************************************************************
      *   event-cost-record - record layout of evcost.dat, what each
      *   race of the series cost to put on: one line per receipt
      *   or invoice paid, keyed on the event and a line number
      *   within it, kept on the race-evcost console and totalled
      *   by category on the race-eventpl profit and loss report.
      *   ec-keyed-by is the operator who keyed or last changed
      *   the line.
      *****************************************************************
       01  event-cost-record.
           03  ec-key.
               05  ec-event            pic 9(2).
               05  ec-line             pic 9(4).
           03  ec-category             pic 9.
               88  ec-timing               value 1.
               88  ec-medals               value 2.
               88  ec-permits              value 3.
               88  ec-marshals             value 4.
               88  ec-printing             value 5.
               88  ec-category-valid       values 1 thru 5.
           03  ec-date                 pic 9(8).
           03  ec-supplier             pic x(30).
           03  ec-detail               pic x(30).
           03  ec-amount               pic 9(7)v99.
           03  ec-keyed-by             pic x(8).
