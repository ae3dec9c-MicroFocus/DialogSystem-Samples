      *****************************************************************
      *    Month-End - the interface block of the month-end checklist
      *    service MENDCHK.CBL, shared by the month-end console
      *    Custmend and the period close in Custperm:
      *        SET Mnd-Action-Check TO TRUE     where does period
      *                                         Mnd-Period stand?
      *        SET Mnd-Action-Sign TO TRUE      Mnd-Operator-Id signs
      *                                         off item Mnd-Sign-Item
      *                                         with Mnd-Sign-Note
      *        SET Mnd-Action-Closed TO TRUE    the period has been
      *        SET Mnd-Action-Reopened TO TRUE  closed / reopened by
      *                                         Mnd-Operator-Id - on
      *                                         the record; a reopen
      *                                         voids the sign-offs
      *        CALL "mendchk" USING Month-End
      *    Every action gives back the checklist as it now stands,
      *    in order, and Mnd-Ready or Mnd-Not-Ready with the first
      *    item still outstanding in Mnd-Outstanding.  Sign gives
      *    back Mnd-Signed, or Mnd-Refused with the reason in
      *    Mnd-Reason.
      *    Item kinds:
      *        R  a batch step - complete when its latest run in the
      *           period ended OK, after every step above it
      *        S  a batch step whose output a supervisor must also
      *           sign off as reviewed
      *        M  a manual check - a sign-off only
      *****************************************************************
       01  Month-End.
           03  Mnd-Action              PIC X.
               88  Mnd-Action-Check        VALUE "C".
               88  Mnd-Action-Sign         VALUE "S".
               88  Mnd-Action-Closed       VALUE "K".
               88  Mnd-Action-Reopened     VALUE "O".
           03  Mnd-Period              PIC 9(6).
           03  Mnd-Operator-Id         PIC X(8).
           03  Mnd-Sign-Item           PIC 9(2).
           03  Mnd-Sign-Note           PIC X(40).
           03  Mnd-Result              PIC X.
               88  Mnd-Ready               VALUE "Y".
               88  Mnd-Not-Ready           VALUE "N".
               88  Mnd-Signed              VALUE "S".
               88  Mnd-Refused             VALUE "R".
           03  Mnd-Reason              PIC X(40).
           03  Mnd-Outstanding         PIC 9(2).
           03  Mnd-Item-Count          PIC 9(2).
           03  Mnd-Item OCCURS 20.
               05  Mnd-Program         PIC X(8).
               05  Mnd-Kind            PIC X.
                   88  Mnd-Kind-Run        VALUE "R".
                   88  Mnd-Kind-Signed-Run VALUE "S".
                   88  Mnd-Kind-Manual     VALUE "M".
               05  Mnd-Description     PIC X(40).
      *        NOT RUN, RAN OK, FAILED, HELD, IN FLIGHT, OUT OF
      *        ORDER, or MANUAL for a manual check
               05  Mnd-Run-Status      PIC X(12).
      *        business date of the window that ran it
               05  Mnd-Run-Date        PIC 9(8).
               05  Mnd-Signed-By       PIC X(8).
               05  Mnd-Signed-On       PIC 9(8).
               05  Mnd-Signed-Note     PIC X(40).
               05  Mnd-Complete-Sw     PIC X.
                   88  Mnd-Complete        VALUE "Y".
