      *    PREVIOUS from the top of a customer's range gives the
      *    history newest-first).  Written by Custnote's add-note
      *    path, stamped with the operator id the way the audit
      *    records are, and by the Custcolw collections console for
      *    every call outcome; Note-Follow-Up, when not zero, is the
      *    date the promise/chase falls due and feeds the follow-up
      *    report Custnrpt.
      *****************************************************************
       01  Note-Record.
