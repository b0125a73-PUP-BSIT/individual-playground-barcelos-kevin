      *> HOLDCTL.CPY - control record for the nightly financial
      *> hold run: the smallest unpaid balance that holds a student,
      *> and how many days an invoice may stand unpaid after issue
      *> before it counts - so a student is not held the morning
      *> after the term's assessment. A missing file runs at 1.00
      *> and 30 days.
       01  HOLD-CONTROL-REC.
           05  HC-MIN-BALANCE         PIC 9(5)V99.
           05  HC-GRACE-DAYS          PIC 9(3).
