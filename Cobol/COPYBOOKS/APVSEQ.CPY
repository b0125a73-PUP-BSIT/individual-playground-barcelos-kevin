      *> APVSEQ.CPY - AP voucher-number sequence control: the next
      *> voucher number the entry run issues, advanced one per
      *> voucher the same way POSEQ advances PO numbers.
       01  AP-VSEQ-REC.
           05  VQ-NEXT-NUMBER         PIC 9(6).
