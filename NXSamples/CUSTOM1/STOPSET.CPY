      *****************************************************************
      *    Stp-Request - the interface block of the shared account
      *    stop service STOPSET.CBL.  Two actions:
      *        "S"top     put the customer on stop for Stp-Cause
      *                   ("D" dunning, "R" risk grade, "M" manual)
      *        "R"elease  take the stop off, for Stp-Reason -
      *                   callers see to it that only a supervisor
      *                   asks for this (see SUPCHECK.CPY)
      *    An automatic stop does not override a supervisor's
      *    release unless the caller says the trigger is a fresh one
      *    (Stp-New-Event "Y") - a customer released while still
      *    graded "E" stays released until the grade moves again.
      *    Stp-Result comes back "Y" when the stop file was changed,
      *    "N" when there was nothing to do.  Every change is written
      *    to custstop.log for the Custstrp daily report.
      *****************************************************************
       01  Stp-Request.
           03  Stp-C-Code              PIC X(5).
           03  Stp-Action              PIC X.
               88  Stp-Action-Stop         VALUE "S".
               88  Stp-Action-Release      VALUE "R".
           03  Stp-Cause               PIC X.
               88  Stp-Cause-Dunning       VALUE "D".
               88  Stp-Cause-Risk          VALUE "R".
               88  Stp-Cause-Manual        VALUE "M".
           03  Stp-New-Event           PIC X.
           03  Stp-Operator-Id         PIC X(8).
           03  Stp-Reason              PIC X(40).
           03  Stp-Result              PIC X.
               88  Stp-Changed             VALUE "Y".
               88  Stp-Unchanged           VALUE "N".
