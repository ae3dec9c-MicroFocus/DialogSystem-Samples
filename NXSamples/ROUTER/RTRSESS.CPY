      *****************************************************************
      *    Router-Session - the interface block of RTRSESS.CBL, which
      *    remembers for the run whether the ROUTER has a signed-on
      *    operator.  Every program on the ROUTER's operations menu
      *    asks it first thing and will not start without one:
      *        SET Rts-Action-Ask TO TRUE
      *        CALL "rtrsess" USING Router-Session
      *        IF NOT Rts-Routed ... refuse to start ...
      *    and takes the operator from Rts-Operator-Id - the one who
      *    signed on with a password, not whoever the environment
      *    says.  The ROUTER alone sets it:
      *        "S"ign-on  Rts-Operator-Id in
      *        "E"nd      at sign-off
      *    Started on its own from a command line, a menu program
      *    finds nobody signed on - the answer lives in this run's
      *    memory, not in a file or an environment variable anybody
      *    could set.
      *****************************************************************
       01  Router-Session.
           03  Rts-Action              PIC X.
               88  Rts-Action-Sign-On      VALUE "S".
               88  Rts-Action-End          VALUE "E".
               88  Rts-Action-Ask          VALUE "A".
           03  Rts-Operator-Id         PIC X(8).
           03  Rts-Result              PIC X.
               88  Rts-Routed              VALUE "Y".
               88  Rts-Not-Routed          VALUE "N".
