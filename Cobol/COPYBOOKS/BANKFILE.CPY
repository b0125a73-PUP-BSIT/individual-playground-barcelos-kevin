      *> upload: H header with company account and value date, one D
      *> detail per employee with bank account and net amount, and a
      *> T trailer with record count, hash total of the amounts and
      *> the release status - HELD when the file's gross does not
      *> cross-foot to the run's control total, REVIEW when it does,
      *> and RELEASED only once a supervisor has approved the
      *> payroll variance review (PAYVAR).
       01  BANK-FILE-HEADER.
           05  BFH-REC-TYPE           PIC X.
           05  BFH-COMPANY-ACCT       PIC X(12).
