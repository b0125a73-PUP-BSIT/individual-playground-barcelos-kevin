      *> LEAVETXN.CPY - one leave filing: the employee, the
      *> leave type (V vacation, S sick), the first day absent and
      *> the days taken, in half days. Swept by LEAVEFIL against
      *> the employee's available balance.
       01  LEAVE-TXN-REC.
           05  LF-EMP-ID              PIC X(5).
           05  LF-TYPE                PIC X.
               88  LF-VACATION        VALUE "V".
               88  LF-SICK            VALUE "S".
           05  LF-START-DATE          PIC 9(8).
           05  LF-DAYS                PIC 99V9.
