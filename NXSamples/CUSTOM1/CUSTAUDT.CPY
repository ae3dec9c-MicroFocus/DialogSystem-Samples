      *****************************************************************
      *    Audit-Record - record layout of custaudt.log, appended to
      *    by Custom1's and Vocdeli's Write-Audit-Record and by the
      *    batch posting programs, every one through the audit log
      *    service (see AUDLOG.CPY) - a writer COPYs this into its
      *    working storage; a program reading the log COPYs it after
      *    its own "FD Audit-File." line.  One record per saved
      *    change: who, when, which customer, and the credit limit and
      *    the order/payment values before and after the change of up
      *    to ten order lines it touched, in no particular entry - a
      *    change touching more lines than that runs on into further
      *    records for the same customer, limit unchanged.  Unused
      *    entries are zero both sides, so summing after less before
      *    over every entry always gives the movement.
      *    An event that is not a saved change to the values - an
      *    account stop released, say - carries its code in
      *    Audit-Event and the operator's stated reason in
      *    Audit-Reason, with the values before and after the same;
      *    an ordinary saved change leaves both blank.  A credit
      *    application decided on the Custcapm console is an event
      *    too, with the limit before and after, and so is a customer
      *    taken off cust.ism - deleted from Custom1, or the duplicate
      *    side of a Custmerg merge - once its lines have gone - and
      *    a customer whose personal data Dpsubj has erased.
      *    Each entry's order number and the line as the change left
      *    it follow at the end of the record, so that Custrfwd can
      *    re-apply the changes to a restored backup generation.
      *****************************************************************
       01  Audit-Record.
           03  Audit-Date              PIC 9(8).
                                              SIGN LEADING SEPARATE.
               05  Audit-Pay-Val-After    PIC S9(7)V99
                                              SIGN LEADING SEPARATE.
           03  Audit-Event             PIC X(2).
               88  Audit-Event-None        VALUE SPACES.
               88  Audit-Event-Stop-Set    VALUE "SS".
               88  Audit-Event-Stop-Off    VALUE "SR".
               88  Audit-Event-Credit-Approved VALUE "CA".
               88  Audit-Event-Credit-Declined VALUE "CD".
               88  Audit-Event-Cust-Deleted    VALUE "CX".
               88  Audit-Event-Data-Erased     VALUE "DE".
           03  Audit-Reason            PIC X(40).
      *    The customer's whole balance either side of the change -
      *    the line entries above carry only the lines it touched, so
      *    this is what the nightly reconciliation replays.  The same
      *    both sides for an event.
           03  Audit-Bal-Before        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           03  Audit-Bal-After         PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
      *    Which line each entry above is - order number nought for
      *    an unused entry - and the line as the change left it.
      *    Audit-Line-Gone is "Y" where the change took the line off
      *    custord.ism altogether (deleted, archived to the order
      *    history, moved to another customer); the values after are
      *    then nought.
           03  Audit-Line-Entry OCCURS 10.
               05  Audit-Ord-No           PIC 9(6).
               05  Audit-Line-Gone        PIC X.
                   88  Audit-Line-Off-File    VALUE "Y".
               05  Audit-Ord-Date-After   PIC 9(8).
               05  Audit-Ord-Type-After   PIC X.
               05  Audit-Ord-Status-After PIC X.
               05  Audit-Ord-Curr-After   PIC X(3).
               05  Audit-Ord-Curr-Val-After
                                          PIC S9(7)V99
                                              SIGN LEADING SEPARATE.
      *    Numbered and chained by the audit log service as it is
      *    appended: the sequence number runs on from record to
      *    record, across Custarot's monthly generations, and the
      *    check value is worked from the previous record's and every
      *    byte of this record up to it - so a record altered,
      *    removed or slipped in breaks the chain where Custavfy
      *    walks it.  Nought both on records logged before the
      *    chaining began.
           03  Audit-Seq-No            PIC 9(9).
           03  Audit-Chain-Value       PIC 9(9).
