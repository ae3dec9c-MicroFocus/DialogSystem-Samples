      *****************************************************************
      *    Stop-Log-Record - record layout of custstop.log, the
      *    line-sequential history of every account stop set and
      *    released, one line per event, appended to by the Stopset
      *    service.  The Custstrp daily report lists a day's lines:
      *    who went on stop and who came off.  COPY this immediately
      *    after the program's own "FD Stop-Log-File." line.
      *****************************************************************
       01  Stop-Log-Record.
           03  Stl-Date                 PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Stl-Time                 PIC 9(8).
           03  FILLER                   PIC X(1).
           03  Stl-C-Code               PIC X(5).
           03  FILLER                   PIC X(1).
           03  Stl-Event                PIC X(3).
               88  Stl-Event-On             VALUE "ON ".
               88  Stl-Event-Off            VALUE "OFF".
           03  FILLER                   PIC X(1).
           03  Stl-Cause                PIC X.
           03  FILLER                   PIC X(1).
           03  Stl-Operator-Id          PIC X(8).
           03  FILLER                   PIC X(1).
           03  Stl-Reason               PIC X(40).
