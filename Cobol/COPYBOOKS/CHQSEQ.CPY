      *> CHQSEQ.CPY - cheque-number series control: the next
      *> number to print and the last number of the pre-numbered
      *> stock loaded in the printer. The issue run stops when the
      *> series runs out rather than print a number twice; treasury
      *> sets both numbers when new stock is loaded.
       01  CHEQUE-SEQ-REC.
           05  CN-NEXT-NUMBER         PIC 9(6).
           05  CN-LAST-NUMBER         PIC 9(6).
