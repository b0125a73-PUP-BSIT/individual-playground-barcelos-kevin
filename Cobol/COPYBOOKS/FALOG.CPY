      *> FALOG.CPY - one line per fixed-asset maintenance request
      *> applied (or rejected), with the location before and after
      *> so a transfer's trail survives on its own.
       01  FA-LOG-REC.
           05  FG-TIMESTAMP           PIC X(21).
           05  FG-ACTION              PIC X.
           05  FG-TAG                 PIC X(8).
           05  FG-OLD-LOCATION        PIC X(10).
           05  FG-NEW-LOCATION        PIC X(10).
           05  FG-RESULT              PIC X(30).
