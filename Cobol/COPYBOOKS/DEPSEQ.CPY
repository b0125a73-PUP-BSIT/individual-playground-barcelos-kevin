      *> DEPSEQ.CPY - deposit slip number sequence control: the
      *> next number the deposit run gives a slip, advanced one per
      *> slip the way CRSEQ advances credit memo numbers.
       01  DEP-SEQ-REC.
           05  DQ-NEXT-NUMBER         PIC 9(6).
