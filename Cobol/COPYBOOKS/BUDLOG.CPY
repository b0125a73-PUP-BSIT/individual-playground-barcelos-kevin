      *> BUDLOG.CPY - one line per GL budget load or revision
      *> applied (or rejected), with the amount before and after,
      *> the way SUPPLOG covers the supplier master.
       01  BUDGET-LOG-REC.
           05  BL-TIMESTAMP           PIC X(21).
           05  BL-ACTION              PIC X.
           05  BL-ACCT-NO             PIC X(6).
           05  BL-PERIOD              PIC 9(6).
           05  BL-OLD-AMOUNT          PIC 9(11)V99.
           05  BL-NEW-AMOUNT          PIC 9(11)V99.
           05  BL-RESULT              PIC X(30).
