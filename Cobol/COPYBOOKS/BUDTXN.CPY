      *> BUDTXN.CPY - one load or revision request against the GL
      *> budget, swept by GLBUDMNT the way SUPPTXN feeds supplier
      *> maintenance: L loads a month's original budget for an
      *> account, R revises one already loaded.
       01  BUDGET-TXN-REC.
           05  BX-ACTION              PIC X.
               88  BX-LOAD            VALUE "L".
               88  BX-REVISE          VALUE "R".
           05  BX-ACCT-NO             PIC X(6).
           05  BX-PERIOD              PIC 9(6).
           05  BX-AMOUNT              PIC 9(11)V99.
