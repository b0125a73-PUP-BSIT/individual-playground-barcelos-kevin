      *> CHQTXN.CPY - treasury's cheque maintenance transactions,
      *> applied by the cheque issue run ahead of the queue: V voids
      *> an outstanding cheque, R voids it and reissues the same
      *> payee and amount under the next number, C marks it cleared
      *> off the bank statement so it drops from the stale listing.
       01  CHEQUE-TXN-REC.
           05  CT-ACTION              PIC X.
               88  CT-VOID            VALUE "V".
               88  CT-REISSUE         VALUE "R".
               88  CT-CLEAR           VALUE "C".
           05  CT-CHEQUE-NO           PIC 9(6).
           05  CT-REASON              PIC X(20).
