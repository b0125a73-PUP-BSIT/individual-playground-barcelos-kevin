      *> HOLDTXN.CPY - hold maintenance line as keyed by an office:
      *> P places a hold on the student, L lifts the active hold of
      *> that type the same office placed. Financial holds are not
      *> keyed - the nightly hold run owns them.
       01  HOLD-TXN-REC.
           05  HQ-ACTION              PIC X.
               88  HQ-PLACE           VALUE "P".
               88  HQ-LIFT            VALUE "L".
           05  HQ-STU-ID              PIC X(9).
           05  HQ-TYPE                PIC X.
           05  HQ-OFFICE              PIC X(10).
           05  HQ-REASON              PIC X(30).
