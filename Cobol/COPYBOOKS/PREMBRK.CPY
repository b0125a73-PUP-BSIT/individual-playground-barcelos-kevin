      *> PREMBRK.CPY - premium pay breakdown PREMPAY hands back
      *> for one employee over a date window: the regular, overtime
      *> and night hours worked, the basic pay they earn with every
      *> premium applied, and one earnings line per day type and
      *> hour type worked (paid leave first) - what the payslip
      *> prints instead of a single gross figure.
       01  PREMIUM-BREAKDOWN.
           05  PB-REG-HOURS           PIC 9(4)V9.
           05  PB-OT-HOURS            PIC 9(4)V9.
           05  PB-ND-HOURS            PIC 9(4)V9.
           05  PB-BASIC-PAY           PIC 9(6)V99.
           05  PB-LINE-COUNT          PIC 99.
           05  PB-LINE OCCURS 20 TIMES.
               10  PB-DESC            PIC X(20).
               10  PB-HOURS           PIC 9(4)V9.
               10  PB-MULT            PIC 9V999.
               10  PB-AMOUNT          PIC 9(6)V99.
