      *****************************************************************
      *    Pwd-Check - the interface block of the shared password
      *    check PWDCHECK.CBL, kept against the operator master
      *    users.dat the Router signs on against.  Give it the
      *    operator id and what to do:
      *        SET Pwd-Verify TO TRUE      Pwd-Password in - is it
      *                                    right?  Three wrong in a
      *                                    row locks the operator
      *                                    out, and the lockout is
      *                                    logged to syserr.log
      *        SET Pwd-Change TO TRUE      Pwd-Password (the current
      *                                    one) and Pwd-New-Password
      *                                    in - the operator's own
      *                                    change
      *        SET Pwd-Reset TO TRUE       Pwd-New-Password in - a
      *                                    supervisor's reset: the
      *                                    operator is unlocked and
      *                                    must change it at next
      *                                    sign-on
      *        SET Pwd-Unlock TO TRUE      clears a lockout only
      *        SET Pwd-Enquire TO TRUE     the standing, nothing
      *                                    changed
      *        MOVE "ROUTER" TO Pwd-Program
      *        CALL "pwdcheck" USING Pwd-Check
      *    Pwd-Program names the caller on any syserr.log line.  On
      *    the way back Pwd-Change-Due says a verified password has
      *    to be changed before the operator goes any further - never
      *    set, flagged by a reset, or older than the password life -
      *    and Pwd-Tries-Left, Pwd-Set-Date and Pwd-Is-Locked give
      *    the operator's standing.  Guarding who may reset or
      *    unlock (see SUPCHECK.CPY) is the caller's business.
      *****************************************************************
       01  Pwd-Check.
           03  Pwd-Function            PIC X.
               88  Pwd-Verify              VALUE "V".
               88  Pwd-Change              VALUE "C".
               88  Pwd-Reset               VALUE "R".
               88  Pwd-Unlock              VALUE "U".
               88  Pwd-Enquire             VALUE "E".
           03  Pwd-Program             PIC X(8).
           03  Pwd-User-Id             PIC X(8).
           03  Pwd-Password            PIC X(16).
           03  Pwd-New-Password        PIC X(16).
           03  Pwd-Result              PIC X.
               88  Pwd-Ok                  VALUE "O".
               88  Pwd-Wrong               VALUE "W".
               88  Pwd-Locked              VALUE "L".
               88  Pwd-Unknown             VALUE "U".
               88  Pwd-Refused             VALUE "F".
               88  Pwd-No-Master           VALUE "N".
           03  Pwd-Change-Due-Sw       PIC X.
               88  Pwd-Change-Due          VALUE "Y".
           03  Pwd-Tries-Left          PIC 9.
           03  Pwd-Set-Date            PIC 9(8).
           03  Pwd-Locked-Sw           PIC X.
               88  Pwd-Is-Locked           VALUE "Y".
