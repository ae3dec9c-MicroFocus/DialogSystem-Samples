      *****************************************************************
      *    Sup-Check - the interface block of the shared supervisor
      *    check SUPCHECK.CBL.  Give it an operator id; back comes
      *    whether that operator is a supervisor:
      *        MOVE My-Operator-Id TO Sup-Operator-Id
      *        CALL "supcheck" USING Sup-Check
      *        IF NOT Sup-Is-Supervisor ... refuse the action ...
      *    A supervisor is an operator whose users.dat access list
      *    (the same list the Router dispatches by) carries the token
      *    SUPERVSR.  With no users.dat nobody is a supervisor.
      *****************************************************************
       01  Sup-Check.
           03  Sup-Operator-Id         PIC X(8).
           03  Sup-Result              PIC X.
               88  Sup-Is-Supervisor       VALUE "Y".
               88  Sup-Not-Supervisor      VALUE "N".
