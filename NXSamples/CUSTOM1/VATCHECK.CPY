      *****************************************************************
      *    Vat-Check - the interface block of the shared VAT
      *    registration check VATCHECK.CBL.  Give it a country code
      *    (ISO, two letters - spaces for the home country) and the
      *    VAT number as the customer quotes it without the country
      *    prefix; back come whether the number is well formed for
      *    that country and where the country stands for VAT:
      *        MOVE Vatr-Country TO Vck-Country
      *        MOVE Vatr-Number  TO Vck-Number
      *        CALL "vatcheck" USING Vat-Check
      *        IF NOT Vck-Valid ... refuse it ...
      *    A blank number is always well formed - it is whether one
      *    is needed that the caller judges, from Vck-Area.  Only the
      *    format is checked (length and characters); whether the
      *    number is really issued is for the tax authority's own
      *    checking service.
      *****************************************************************
       01  Vat-Check.
           03  Vck-Country             PIC X(2).
           03  Vck-Number              PIC X(12).
           03  Vck-Result              PIC X.
               88  Vck-Valid               VALUE "Y".
               88  Vck-Bad-Country         VALUE "C".
               88  Vck-Bad-Format          VALUE "F".
           03  Vck-Area                PIC X.
               88  Vck-Home                VALUE "H".
               88  Vck-Ec                  VALUE "E".
               88  Vck-Rest-Of-World       VALUE "W".
