      *> The line closes when the received quantity covers the
      *> order; it is never deleted, so the trail from suggestion
      *> to delivery stays readable.
      *> Grown with the unit cost agreed on the PO - what the
      *> receipt adds to the stock's average cost and what the
      *> supplier's bill must match. Lines confirmed before the
      *> field existed read back as spaces, and the supplier's
      *> SKUSUPP cost stands in for them.
       01  OPEN-PO-REC.
           05  OP-PO-NUMBER           PIC 9(6).
           05  OP-SUPPLIER            PIC X(8).
           05  OP-STATUS              PIC X.
               88  OP-OPEN            VALUE "O".
               88  OP-CLOSED          VALUE "C".
           05  OP-UNIT-COST           PIC 9(5)V99.
