      *> PRDSTAT.CPY - accounting-period status control, a line
      *> per month: OPEN takes postings, CLOSING is the accountant
      *> working the month-end (the subsystems are shut out, only
      *> approved journal vouchers still go in), CLOSED takes
      *> nothing. A month with no line is OPEN; where a month has
      *> more than one, the last is in force. Changed only by
      *> PRDMNT under supervisor sign-on, and set CLOSED by the GL
      *> month-end close; every posting program asks PRDCHECK
      *> before it writes a peso or a unit under the business date.
       01  PERIOD-STATUS-REC.
           05  PS-PERIOD              PIC 9(6).
           05  PS-STATUS              PIC X(7).
               88  PS-OPEN            VALUE "OPEN".
               88  PS-CLOSING         VALUE "CLOSING".
               88  PS-CLOSED          VALUE "CLOSED".
           05  PS-CHANGED-DATE        PIC 9(8).
           05  PS-CHANGED-BY          PIC X(8).
