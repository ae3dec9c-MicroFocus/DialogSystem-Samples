      *****************************************************************
      *    Agency-Record - record layout of the credit agency master
      *    custcra.ism, keyed on the customer code.  Holds the
      *    customer's company registration number, keyed on the
      *    Cramnt console, which is how the credit reference
      *    agency's monthly file (see CUSTCRIM.CBL) is matched to
      *    our customers - branches of one company share the number
      *    and each gets the company's result.  The rest of the
      *    record is the agency's latest word on the company, as
      *    Custcrim last imported it: the date the agency reported,
      *    its score (0 worst - 100 best), the credit limit it
      *    recommends, the county court judgments registered in the
      *    month and their value, and any insolvency notice.  Every
      *    month's result is also kept on custcrah.ism (see
      *    CUSTCRAH.CPY).  Cra-Report-Date is nought until the
      *    first import finds the company.  Read by Custrisk and
      *    Custcrev.  COPY this immediately after the program's own
      *    "FD Agency-File." line.
      *****************************************************************
       01  Agency-Record.
           03  Cra-C-Code               PIC X(5).
           03  Cra-Reg-No               PIC X(10).
           03  Cra-Set-By               PIC X(8).
           03  Cra-Set-On               PIC 9(8).
           03  Cra-Report-Date          PIC 9(8).
           03  Cra-Score                PIC 9(3).
           03  Cra-Rec-Limit            PIC 9(7).
           03  Cra-Ccj-Count            PIC 9(3).
           03  Cra-Ccj-Value            PIC 9(9).
           03  Cra-Notice               PIC X.
               88  Cra-No-Notice            VALUE SPACE.
               88  Cra-Winding-Up           VALUE "W".
               88  Cra-Administration       VALUE "A".
               88  Cra-Liquidation          VALUE "L".
