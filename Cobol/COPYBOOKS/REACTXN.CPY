      *> REACTXN.CPY - reactivation line for a deactivated voter
      *> who has reapplied: the voter and the date the new
      *> application was received.
       01  REACTIVATE-TXN-REC.
           05  VA-VOTER-ID            PIC X(9).
           05  VA-APPLIED-DATE        PIC 9(8).
