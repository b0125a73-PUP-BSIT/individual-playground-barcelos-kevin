      *> LEAVEMST.CPY - leave credits master, one record per
      *> EMPMAST employee keyed by employee ID the way PAYYTD is:
      *> the vacation and sick leave balances in days, the days of
      *> each used in the year named by LV-USED-YEAR, the month the
      *> last accrual was credited (so a rerun credits nothing
      *> twice), and the year-end monetization of credits above the
      *> carry-over cap - held as an amount the next payroll pays
      *> and clears, stamped with the year it was computed for.
       01  LEAVE-MASTER-REC.
           05  LV-EMP-ID              PIC X(5).
           05  LV-VL-BALANCE          PIC 9(3)V99.
           05  LV-SL-BALANCE          PIC 9(3)V99.
           05  LV-VL-USED             PIC 9(3)V99.
           05  LV-SL-USED             PIC 9(3)V99.
           05  LV-USED-YEAR           PIC 9(4).
           05  LV-LAST-ACCRUAL        PIC 9(6).
           05  LV-MONETIZE-DAYS       PIC 9(3)V99.
           05  LV-MONETIZE-AMOUNT     PIC 9(7)V99.
           05  LV-MONETIZE-YEAR       PIC 9(4).
