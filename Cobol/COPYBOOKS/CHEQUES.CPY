      *> CHEQUES.CPY - cheque payment queue: one line per net pay
      *> owed outside the direct-deposit file - payroll queues the
      *> employee with no bank account on the master, BANKRET
      *> re-queues every credit the bank returned, and ANNUALZE
      *> queues the withholding-tax refund. The cheque issue run
      *> (CHQISSUE) numbers and prints every queued line and clears
      *> what it issued.
       01  CHEQUE-QUEUE-REC.
           05  CQ-EMP-ID              PIC X(5).
           05  CQ-EMP-NAME            PIC X(20).
