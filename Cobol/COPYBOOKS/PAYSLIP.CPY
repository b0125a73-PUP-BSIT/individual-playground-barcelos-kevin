      *> GROSS_PAY_AND_COMMISSION in MENU_PROGRAM. The loan
      *> deduction column joined the statutory four when the loans
      *> ledger went in; the file is rewritten whole every run, so
      *> the layout change carries no conversion. Grown with the
      *> retroactive pay the slip carries for past periods - it is
      *> already inside the gross, deduction and net columns.
       01  PAYSLIP-REC.
           05  PS-EMP-ID              PIC X(5).
           05  PS-EMP-NAME            PIC X(20).
           05  PS-LOAN-DED            PIC 9(5)V99.
           05  PS-TOTAL-DED           PIC 9(6)V99.
           05  PS-NET-PAY             PIC 9(6)V99.
           05  PS-RETRO-PAY           PIC 9(6)V99.
