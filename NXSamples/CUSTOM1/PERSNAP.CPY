      *****************************************************************
      *    Psn-Request - the interface block of the period-end
      *    balance snapshot PERSNAP.CBL.  Give it the period just
      *    closed and who closed it; it writes every customer's open
      *    lines and aged balance as at the period's last day to
      *    perbal.ism (see PERBAL.CPY), replacing anything stored
      *    for that period before:
      *        MOVE Answer-Period  TO Psn-Period
      *        MOVE My-Operator-Id TO Psn-Operator-Id
      *        CALL "persnap" USING Psn-Request
      *    Back come the customers stored and their total balance.
      *****************************************************************
       01  Psn-Request.
           03  Psn-Period              PIC 9(6).
           03  Psn-Operator-Id         PIC X(8).
           03  Psn-Customers           PIC 9(6).
           03  Psn-Total               PIC S9(11)V99.
