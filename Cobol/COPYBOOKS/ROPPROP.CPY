      *> ROPPROP.CPY - one proposed reorder point and safety stock
      *> per SKU out of the demand recalculation, against the
      *> figures on the stock master when it was measured: the
      *> average daily issue quantity and its standard deviation
      *> over the window, and the supplier lead time used. The
      *> approval flag stays blank until the buyer has reviewed the
      *> proposal report - only approved lines reach STOCKQTY, on
      *> the next ROPCALC run, and the file is rebuilt from fresh
      *> history each run.
       01  ROP-PROPOSAL-REC.
           05  RQ-SKU                 PIC X(10).
           05  RQ-CALC-DATE           PIC 9(8).
           05  RQ-LEAD-TIME           PIC 9(3).
           05  RQ-AVG-DAILY           PIC 9(5)V99.
           05  RQ-STD-DEV             PIC 9(5)V99.
           05  RQ-OLD-REORDER-POINT   PIC 9(5).
           05  RQ-OLD-SAFETY-STOCK    PIC 9(5).
           05  RQ-NEW-REORDER-POINT   PIC 9(5).
           05  RQ-NEW-SAFETY-STOCK    PIC 9(5).
           05  RQ-APPROVED-FLAG       PIC X.
               88  RQ-APPROVED        VALUE "Y".
