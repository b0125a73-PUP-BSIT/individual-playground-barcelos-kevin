      *> CRSEQ.CPY - credit memo number sequence control: the next
      *> number INVENTRY gives an approved credit, cancellation or
      *> write-off, advanced one per line the way JVSEQ advances
      *> voucher numbers.
       01  CR-SEQ-REC.
           05  CX-NEXT-NUMBER         PIC 9(6).
