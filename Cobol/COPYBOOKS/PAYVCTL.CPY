      *> PAYVCTL.CPY - payroll variance review control record:
      *> the swing an employee's gross, deductions or net may make
      *> from the prior pay period before the review flags it, as a
      *> percentage of the prior period's figure, and the smallest
      *> peso swing worth a supervisor's look whatever the
      *> percentage. A missing record reviews at 50 percent and
      *> 1,000.00.
       01  PAY-VARIANCE-CTL-REC.
           05  VC-TOLERANCE-PCT       PIC 9(3).
           05  VC-MIN-AMOUNT          PIC 9(6)V99.
