      *> RATETXN.CPY - one approved pay rate change to record:
      *> the employee, the date it takes effect (back-dated for a
      *> late approval or a wage order), the pay basis, the hourly
      *> rate, the commission plan and rate, and the reason. Swept
      *> by RATEMNT onto the RATEHIST history.
       01  RATE-TXN-REC.
           05  RN-EMP-ID              PIC X(5).
           05  RN-EFFECTIVE-DATE      PIC 9(8).
           05  RN-PAY-TYPE            PIC X.
           05  RN-HOURLY-RATE         PIC 9(4)V99.
           05  RN-COMM-PLAN           PIC X.
           05  RN-COMM-RATE           PIC V999.
           05  RN-REASON              PIC X(20).
