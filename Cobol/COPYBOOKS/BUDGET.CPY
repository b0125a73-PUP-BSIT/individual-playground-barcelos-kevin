      *> BUDGET.CPY - GL budget reference, one record per chart
      *> account per month of the fiscal year, keyed by account and
      *> YYYYMM. The original budget is set once when the year is
      *> loaded and never moves; the revised budget starts equal
      *> to it and is what every revision changes, with a count of
      *> revisions and the date of the last, so the variance
      *> report can measure against the current plan while the
      *> plan management approved stays on file beside it. Amounts
      *> are in the account's normal direction - expense budgeted
      *> as a positive spend, revenue as a positive take.
       01  GL-BUDGET-REC.
           05  BU-KEY.
               10  BU-ACCT-NO         PIC X(6).
               10  BU-PERIOD          PIC 9(6).
           05  BU-ORIGINAL            PIC 9(11)V99.
           05  BU-REVISED             PIC 9(11)V99.
           05  BU-REVISION-COUNT      PIC 9(3).
           05  BU-LAST-REVISED        PIC 9(8).
