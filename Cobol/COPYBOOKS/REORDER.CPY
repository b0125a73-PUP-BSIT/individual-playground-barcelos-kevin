      *> REORDER.CPY - one line per SKU whose lowest-stocked location
      *> has fallen under its reorder point. The rebalancing run
      *> rewrites the file to the SKUs still short once its
      *> approved transfers are counted, with the lowest quantity
      *> as it will then stand.
       01  REORDER-REPORT-REC.
           05  RR-SKU                 PIC X(10).
           05  RR-LOWEST-QTY          PIC 9(5).
