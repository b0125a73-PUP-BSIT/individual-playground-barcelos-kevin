      *> JVSEQ.CPY - journal voucher number sequence control: the
      *> next voucher number the entry program issues, advanced one
      *> per approved voucher the same way APPYSEQ advances payment
      *> numbers.
       01  JV-SEQ-REC.
           05  JN-NEXT-NUMBER         PIC 9(6).
