      *****************************************************************
      *    Agency-History-Record - record layout of the credit
      *    agency history custcrah.ism, keyed on the customer code
      *    and the date the agency reported, so each month's result
      *    is a record of its own beside the last.  Written by the
      *    Custcrim import for every customer the agency file names
      *    (see CUSTCRA.CPY for the values); re-importing the same
      *    month refreshes that month's record.  Crh-Limit-Then is
      *    our File-C-Limit when the result came in, so a later look
      *    back shows what we were trading at against what the
      *    agency said.  COPY this immediately after the program's
      *    own "FD Agency-History-File." line.
      *****************************************************************
       01  Agency-History-Record.
           03  Crh-Key.
               05  Crh-C-Code           PIC X(5).
               05  Crh-Report-Date      PIC 9(8).
           03  Crh-Reg-No               PIC X(10).
           03  Crh-Score                PIC 9(3).
           03  Crh-Rec-Limit            PIC 9(7).
           03  Crh-Ccj-Count            PIC 9(3).
           03  Crh-Ccj-Value            PIC 9(9).
           03  Crh-Notice               PIC X.
           03  Crh-Limit-Then           PIC 9(7).
           03  Crh-Imported-On          PIC 9(8).
