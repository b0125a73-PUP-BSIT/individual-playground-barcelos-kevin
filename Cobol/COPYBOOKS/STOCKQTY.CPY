      *> STOCKQTY.CPY - one stock-on-hand line per SKU, carrying the
      *> quantity at each of the three warehouse locations plus the
      *> SKU's reorder point, swept by the reorder-point report.
      *> Grown with the SKU's moving weighted-average unit cost,
      *> recomputed by the nightly posting on every receipt from
      *> the PO cost and carried on every issue - what the stock
      *> valuation and the GL cost of sales use. Lines written
      *> before the field existed read back as spaces, and the
      *> posting seeds them from the SKUSUPP cost.
      *> Grown with the safety stock the reorder point carries -
      *> set, with the reorder point, only from a buyer-approved
      *> ROPCALC demand proposal.
       01  STOCK-QTY-REC.
           05  SQ-SKU                 PIC X(10).
           05  SQ-QTY-LOC1             PIC 9(5).
           05  SQ-QTY-LOC2             PIC 9(5).
           05  SQ-QTY-LOC3             PIC 9(5).
           05  SQ-REORDER-POINT        PIC 9(5).
           05  SQ-AVG-COST             PIC 9(5)V9999.
           05  SQ-SAFETY-STOCK         PIC 9(5).
