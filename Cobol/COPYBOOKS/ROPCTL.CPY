      *> ROPCTL.CPY - reorder-point recalculation control: how many
      *> days of MVTHIST issue history the demand is measured over,
      *> and the service-level factor the variability is covered
      *> at (the standard normal factor - 1.65 stocks out in about
      *> one replenishment cycle in twenty, 2.33 in one in a
      *> hundred). A missing file runs at 90 days and 1.65.
       01  ROP-CONTROL-REC.
           05  RO-WINDOW-DAYS         PIC 9(3).
           05  RO-SERVICE-FACTOR      PIC 9V99.
