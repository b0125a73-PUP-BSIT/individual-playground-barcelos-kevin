      *> PENCTL.CPY - late-payment penalty control: the monthly
      *> rate charged on an overdue balance, the grace days past
      *> the DUEDATE cycle before any penalty runs, and the least
      *> penalty worth issuing an invoice for - a smaller computed
      *> charge is raised to it. All data, so a change in the
      *> account terms is a load, not a recompile.
       01  PENALTY-CONTROL-REC.
           05  PY-MONTHLY-RATE        PIC V9999.
           05  PY-GRACE-DAYS          PIC 9(3).
           05  PY-MINIMUM             PIC 9(5)V99.
