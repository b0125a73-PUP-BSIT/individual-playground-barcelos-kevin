      *> LEAVECTL.CPY - leave policy control record: the days of
      *> vacation and of sick leave credited per month of service,
      *> the most of each that carries into a new year (credits
      *> above the cap are monetized at year end), and the paid
      *> hours one leave day is worth on the timesheet.
       01  LEAVE-CONTROL-REC.
           05  LC-VL-ACCRUAL          PIC 9V999.
           05  LC-SL-ACCRUAL          PIC 9V999.
           05  LC-VL-CARRY-CAP        PIC 9(3)V99.
           05  LC-SL-CARRY-CAP        PIC 9(3)V99.
           05  LC-HOURS-PER-DAY       PIC 99V9.
