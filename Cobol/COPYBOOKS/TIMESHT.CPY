      *> hours, validated against EMPMAST by TIMEEDIT and
      *> accumulated by the payroll option for hourly-paid staff -
      *> so non-sales employees stop being paid off a side
      *> spreadsheet that never met the deduction tables. Grown
      *> with the night hours - the part of the day's regular and
      *> overtime hours worked between 10 PM and 6 AM, which draw
      *> the night differential; lines keyed before the field
      *> existed read back as spaces and carry none.
       01  TIMESHEET-REC.
           05  TS-EMP-ID              PIC X(5).
           05  TS-DATE                PIC 9(8).
           05  TS-HOURS               PIC 99V9.
           05  TS-OT-HOURS            PIC 99V9.
           05  TS-NIGHT-HOURS         PIC 99V9.
