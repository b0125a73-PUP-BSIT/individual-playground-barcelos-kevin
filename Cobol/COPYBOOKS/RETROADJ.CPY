      *> RETROADJ.CPY - retroactive pay adjustments: one line
      *> per employee per past pay period underpaid against the
      *> rate now on the history, with the pay basis, the hourly or
      *> commission rate the period was paid at and the rate it
      *> should have been, the basic pay paid and recomputed, and
      *> the extra deductions the difference draws.
      *> Written by RETROPAY as P (pending); the next payroll slip
      *> for the employee pays it as an R line on PAYHIST and marks
      *> it D (done) with the date it was paid.
       01  RETRO-ADJ-REC.
           05  RY-EMP-ID              PIC X(5).
           05  RY-PERIOD-ID           PIC 9(6).
           05  RY-PAY-TYPE            PIC X.
           05  RY-OLD-RATE            PIC 9(4)V99.
           05  RY-NEW-RATE            PIC 9(4)V99.
           05  RY-OLD-COMM-RATE       PIC V999.
           05  RY-NEW-COMM-RATE       PIC V999.
           05  RY-PAID-BASIC          PIC 9(6)V99.
           05  RY-NEW-BASIC           PIC 9(6)V99.
           05  RY-DIFF                PIC 9(6)V99.
           05  RY-SSS                 PIC 9(5)V99.
           05  RY-PHILHEALTH          PIC 9(5)V99.
           05  RY-PAGIBIG             PIC 9(5)V99.
           05  RY-WTAX                PIC 9(5)V99.
           05  RY-COMPUTED-DATE       PIC 9(8).
           05  RY-STATUS              PIC X.
               88  RY-PENDING         VALUE "P".
               88  RY-DONE            VALUE "D".
           05  RY-PAID-DATE           PIC 9(8).
