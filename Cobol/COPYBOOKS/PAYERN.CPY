      *> PAYERN.CPY - payslip earnings lines: one line per item
      *> making up the slip's gross - each premium-pay day type and
      *> hour type worked with its hours, rate multiple and amount,
      *> the sales and commission, leave monetized and retro pay -
      *> written after the slip it belongs to. Rewritten whole
      *> every run, as PAYSLIP.DAT is.
       01  PAY-EARNINGS-REC.
           05  PE-EMP-ID              PIC X(5).
           05  PE-PERIOD-ID           PIC 9(6).
           05  PE-DESC                PIC X(20).
           05  PE-HOURS               PIC 9(4)V9.
           05  PE-MULT                PIC 9V999.
           05  PE-AMOUNT              PIC 9(6)V99.
