      *> APPYSEQ.CPY - supplier payment-number sequence control: the
      *> next payment number the approval run issues, advanced one
      *> per supplier paid the same way POSEQ advances PO numbers.
       01  AP-PAY-SEQ-REC.
           05  PN-NEXT-NUMBER         PIC 9(6).
