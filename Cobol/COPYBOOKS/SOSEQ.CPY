      *> SOSEQ.CPY - sales order number sequence control: the
      *> next number SLSORDR gives an accepted order, advanced one
      *> per order the way CRSEQ advances credit memo numbers.
       01  SO-SEQ-REC.
           05  OQ-NEXT-NUMBER         PIC 9(6).
