      *> XFERPROP.CPY - one proposed stock transfer from a location
      *> holding more than its share of the reorder point to one
      *> holding less, out of the rebalancing run. The approval
      *> flag stays blank until the warehouse supervisor has
      *> reviewed the pick list - only approved lines turn into
      *> transfer movements, on the next rebalancing run, and the
      *> file is rebuilt from the stock position each run, so an
      *> approved line is written once and an unreviewed one is
      *> simply proposed again.
       01  XFER-PROPOSAL-REC.
           05  XP-SKU                 PIC X(10).
           05  XP-FROM-LOC            PIC 9.
           05  XP-TO-LOC              PIC 9.
           05  XP-QTY                 PIC 9(5).
           05  XP-PROPOSED-DATE       PIC 9(8).
           05  XP-APPROVED-FLAG       PIC X.
               88  XP-APPROVED        VALUE "Y".
