      *> business date, the way GRDHIST keeps every term - so a
      *> March deduction disputed in August is a reprint off this
      *> file (PAYRPRNT), not a shrug over a long-overwritten
      *> PAYSLIP.DAT. Grown with the line type and the pay basis,
      *> rate and basic pay the line was paid at, so a rate
      *> approved late can be measured against what each period
      *> actually paid - lines written before the fields existed
      *> read back as spaces, a regular slip at an unknown rate.
       01  PAY-HISTORY-REC.
           05  PH-EMP-ID              PIC X(5).
           05  PH-EMP-NAME            PIC X(20).
           05  PH-LOAN-DED            PIC 9(5)V99.
           05  PH-TOTAL-DED           PIC 9(6)V99.
           05  PH-NET                 PIC 9(6)V99.
           05  PH-LINE-TYPE           PIC X.
               88  PH-REGULAR-LINE    VALUE " ".
               88  PH-YEAR-END-LINE   VALUE "Y".
               88  PH-FINAL-PAY-LINE  VALUE "F".
               88  PH-RETRO-LINE      VALUE "R".
           05  PH-PAY-TYPE            PIC X.
           05  PH-HOURLY-RATE         PIC 9(4)V99.
           05  PH-COMM-RATE           PIC V999.
           05  PH-BASIC-PAY           PIC 9(6)V99.
