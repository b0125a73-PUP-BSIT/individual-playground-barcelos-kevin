      *> BNKSNAP.CPY - bank account snapshot the payroll variance
      *> review keeps: the account each employee was last paid into
      *> on an approved bank file and the review date that approved
      *> it, so the next review can flag an account changed since.
      *> Rewritten whole at every approval.
       01  BANK-SNAPSHOT-REC.
           05  VB-EMP-ID              PIC X(5).
           05  VB-BANK-ACCT           PIC X(12).
           05  VB-REVIEW-DATE         PIC 9(8).
