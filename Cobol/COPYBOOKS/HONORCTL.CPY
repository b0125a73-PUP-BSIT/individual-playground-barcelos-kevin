      *> HONORCTL.CPY - Latin honors cutoffs on the cumulative
      *> weighted GWA, the same 100-point scale the dean's list is
      *> judged on. A graduate with any failing grade on record is
      *> not eligible whatever the average. A missing file runs at
      *> 95.00 summa, 92.00 magna and 90.00 cum laude.
       01  HONOR-CONTROL-REC.
           05  HN-SUMMA-MIN           PIC 999V99.
           05  HN-MAGNA-MIN           PIC 999V99.
           05  HN-CUM-LAUDE-MIN       PIC 999V99.
