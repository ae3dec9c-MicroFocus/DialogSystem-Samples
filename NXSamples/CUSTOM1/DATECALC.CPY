      *****************************************************************
      *    Date-Calc - the interface block of the shared calendar
      *    arithmetic DATECALC.CBL.  Every date is CCYYMMDD and every
      *    answer is in true calendar days - month lengths and leap
      *    years as they fall:
      *        SET Dtc-Day-Number TO TRUE      Dtc-Date-1 in,
      *                                        Dtc-Days out - its day
      *                                        number, for programs
      *                                        that keep a serial
      *        SET Dtc-Days-Between TO TRUE    Dtc-Date-1, Dtc-Date-2
      *                                        in, Dtc-Days out - the
      *                                        second less the first
      *        SET Dtc-Add-Days TO TRUE        Dtc-Date-1, Dtc-Days in
      *                                        (less than nought goes
      *                                        back), Dtc-Date-2 out
      *        SET Dtc-Add-Business-Days TO TRUE
      *                                        the same, counting only
      *                                        days the business
      *                                        calendar (see
      *                                        CALCHECK.CPY) is open
      *        CALL "datecalc" USING Date-Calc
      *    A date that is not a real one comes back Dtc-Bad-Date,
      *    with Dtc-Days and Dtc-Date-2 nought, so a nought date
      *    ages the way it always did - as very old.
      *****************************************************************
       01  Date-Calc.
           03  Dtc-Function            PIC X.
               88  Dtc-Day-Number          VALUE "N".
               88  Dtc-Days-Between        VALUE "D".
               88  Dtc-Add-Days            VALUE "A".
               88  Dtc-Add-Business-Days   VALUE "B".
           03  Dtc-Date-1              PIC 9(8).
           03  Dtc-Date-2              PIC 9(8).
           03  Dtc-Days                PIC S9(8)
                                           SIGN LEADING SEPARATE.
           03  Dtc-Result              PIC X.
               88  Dtc-Ok                  VALUE "O".
               88  Dtc-Bad-Date            VALUE "B".
