      *> BNKHOLD.CPY - direct-deposit credits a payroll supervisor
      *> held back from an approved bank file at variance review:
      *> the credit as it stood on the file, the period and date it
      *> was held and who held it. Each later review offers the
      *> held credits for release onto the file it approves.
       01  BANK-HOLD-REC.
           05  BH-EMP-ID              PIC X(5).
           05  BH-BANK-ACCT           PIC X(12).
           05  BH-NET-AMOUNT          PIC 9(8)V99.
           05  BH-PERIOD-ID           PIC 9(6).
           05  BH-HOLD-DATE           PIC 9(8).
           05  BH-HELD-BY             PIC X(8).
