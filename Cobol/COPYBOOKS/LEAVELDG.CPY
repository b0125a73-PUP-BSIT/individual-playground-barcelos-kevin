      *> LEAVELDG.CPY - permanent leave credits ledger: every
      *> movement on a leave balance, appended and never
      *> rewritten - A a monthly accrual, F an approved filing
      *> (dated its first day absent, with the paid hours the
      *> payroll counts for it), M a year-end monetization - with
      *> the balance it left, so an index card dispute is a file
      *> read.
       01  LEAVE-LEDGER-REC.
           05  LG-EMP-ID              PIC X(5).
           05  LG-TYPE                PIC X.
           05  LG-KIND                PIC X.
               88  LG-ACCRUAL         VALUE "A".
               88  LG-FILED           VALUE "F".
               88  LG-MONETIZED       VALUE "M".
           05  LG-DATE                PIC 9(8).
           05  LG-DAYS                PIC 9(3)V99.
           05  LG-HOURS               PIC 9(4)V9.
           05  LG-POSTED-DATE         PIC 9(8).
           05  LG-BALANCE-AFTER       PIC 9(3)V99.
