      *> RATELOG.CPY - one line per rate change recorded or
      *> rejected by RATEMNT, the FALOG shape.
       01  RATE-LOG-REC.
           05  RZ-TIMESTAMP           PIC X(21).
           05  RZ-EMP-ID              PIC X(5).
           05  RZ-EFFECTIVE-DATE      PIC 9(8).
           05  RZ-PAY-TYPE            PIC X.
           05  RZ-HOURLY-RATE         PIC 9(4)V99.
           05  RZ-RESULT              PIC X(30).
