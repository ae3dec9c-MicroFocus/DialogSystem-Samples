      *****************************************************************
      *   protest-record - record layout of protests.dat, one line
      *   per protest lodged against a result, kept on the
      *   race-protest console.  A protest is lodged open, then
      *   decided by the referee: dismissed, or upheld with an
      *   outcome - disqualification, a time penalty (seconds added
      *   to the finish time) or reinstatement of a result an
      *   earlier outcome took away.  prt-time-before and
      *   prt-position-before hold the result as it stood when the
      *   outcome was applied, so a reinstatement puts it back;
      *   prt-reversed-by is the number of the protest that did.
      *   Every change the outcome makes to results.dat is also on
      *   the amendment log resamend.log.
      *****************************************************************
       01  protest-record.
           03  prt-no                  pic 9(5).
           03  filler                  pic x(1).
           03  prt-event               pic 9(2).
           03  filler                  pic x(1).
           03  prt-code                pic x(3).
           03  filler                  pic x(1).
           03  prt-lodged              pic 9(8).
           03  filler                  pic x(1).
           03  prt-lodged-by           pic x(8).
           03  filler                  pic x(1).
           03  prt-protester           pic x(30).
           03  filler                  pic x(1).
           03  prt-reason              pic x(60).
           03  filler                  pic x(1).
           03  prt-status              pic x.
               88  prt-open                value "O".
               88  prt-upheld              value "U".
               88  prt-dismissed           value "D".
           03  filler                  pic x(1).
           03  prt-outcome             pic x.
               88  prt-disqualify          value "Q".
               88  prt-penalise            value "P".
               88  prt-reinstate           value "R".
           03  filler                  pic x(1).
           03  prt-penalty             pic 9(4).
           03  filler                  pic x(1).
           03  prt-decided             pic 9(8).
           03  filler                  pic x(1).
           03  prt-referee             pic x(8).
           03  filler                  pic x(1).
           03  prt-time-before         pic 9(6).
           03  filler                  pic x(1).
           03  prt-position-before     pic 9(4).
           03  filler                  pic x(1).
           03  prt-reversed-by         pic 9(5).
