      *> XFERCTL.CPY - one control record for the inter-location
      *> rebalancing run: the smallest transfer worth sending a
      *> picker for, and the percentage of the SKU's reorder point
      *> each of the three locations is expected to hold. A
      *> missing file, or a zero, falls back to the defaults in the
      *> rebalancing program - a 10-unit minimum and 100 percent
      *> at every location, the reorder sweep's own rule.
       01  XFER-CONTROL-REC.
           05  XC-MIN-TRANSFER-QTY    PIC 9(5).
           05  XC-SHARE-PCT           PIC 9(3) OCCURS 3 TIMES.
