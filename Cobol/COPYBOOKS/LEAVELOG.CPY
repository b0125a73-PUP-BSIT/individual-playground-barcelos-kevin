      *> LEAVELOG.CPY - one line per leave filing applied or
      *> rejected by LEAVEFIL, the FALOG shape.
       01  LEAVE-LOG-REC.
           05  LL-TIMESTAMP           PIC X(21).
           05  LL-EMP-ID              PIC X(5).
           05  LL-TYPE                PIC X.
           05  LL-START-DATE          PIC 9(8).
           05  LL-DAYS                PIC 99V9.
           05  LL-RESULT              PIC X(30).
