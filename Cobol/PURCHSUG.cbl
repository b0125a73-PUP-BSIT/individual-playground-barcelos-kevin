       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHSUG.
      *> Suggested purchase orders - the follow-on step to the
      *> warehouse reorder sweep, and to the rebalancing run that
      *> takes off REORDER.DAT whatever an approved transfer
      *> between locations covers. Each REORDER.DAT line is joined to
      *> the SKU/supplier master, the standard order quantity is
      *> rounded up to the supplier's pack size, and the suggested
      *> lines come out sorted by supplier (same SORT shape as the
