           05  EM-PHILHEALTH-NO       PIC X(12).
           05  EM-PAGIBIG-MID         PIC X(12).
           05  EM-TIN                 PIC X(12).
      *> The weekly rest day the premium pay turns on, 1 Monday
      *> through 7 Sunday - a record written before the field
      *> existed reads as spaces and rests on Sunday.
           05  EM-REST-DAY            PIC X.
