      *> GLCTL.CPY - general-ledger close control: the last month
      *> (YYYYMM) the month-end close has closed and the business
      *> date it was closed on. The next close takes the month
      *> after it; no record yet means the ledger has never been
      *> closed.
       01  GL-CONTROL-REC.
           05  GC-LAST-CLOSED         PIC 9(6).
           05  GC-CLOSE-DATE          PIC 9(8).
