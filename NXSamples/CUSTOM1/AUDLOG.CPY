      *****************************************************************
      *    Alg-Request - the interface block of the audit log service
      *    AUDLOG.CBL, the one writer of custaudt.log.  A program
      *    with an audit record to log builds it in its own copy of
      *    Audit-Record (see CUSTAUDT.CPY) and calls -
      *        SET Alg-Action-Append TO TRUE
      *        CALL Audit-Log-Service USING Alg-Request Audit-Record
      *    The service numbers and chains the record and appends it.
      *    Alg-Result comes back "Y" when the record went out
      *    chained, "N" when the chain control file could not be had
      *    and the record was appended unchained (Custavfy reports
      *    it).  Alg-Action-Check is Custavfy's: the check value of
      *    the record given, worked on from Alg-Prev-Value, comes
      *    back in Alg-Value and nothing is written.
      *****************************************************************
       01  Alg-Request.
           03  Alg-Action              PIC X.
               88  Alg-Action-Append       VALUE "A".
               88  Alg-Action-Check        VALUE "C".
           03  Alg-Prev-Value          PIC 9(9).
           03  Alg-Value               PIC 9(9).
           03  Alg-Result              PIC X.
               88  Alg-Chained             VALUE "Y".
               88  Alg-Unchained           VALUE "N".
