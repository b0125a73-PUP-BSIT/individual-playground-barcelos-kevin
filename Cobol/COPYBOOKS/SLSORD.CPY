      *> SLSORD.CPY - the sales order book: one line per SKU
      *> ordered, keyed by order number and line, carrying the
      *> customer account, the warehouse location the goods come
      *> out of, the quantity ordered, still reserved against that
      *> location's stock and shipped to date, and the unit price
      *> taken off the selling-price list when the order was
      *> entered. Status is O open (fully reserved, nothing yet
      *> shipped), B backordered (short of stock, nothing yet
      *> shipped), P partially shipped and C complete. The last
      *> shipment's date and invoice tie every issue back to the
      *> bill that charged for it.
       01  SALES-ORDER-REC.
           05  SO-ORDER-NO            PIC 9(6).
           05  SO-LINE-NO             PIC 99.
           05  SO-ACCOUNT-ID          PIC X(9).
           05  SO-CUST-REF            PIC X(10).
           05  SO-ORDER-DATE          PIC 9(8).
           05  SO-SKU                 PIC X(10).
           05  SO-LOCATION            PIC 9.
           05  SO-ORDER-QTY           PIC 9(5).
           05  SO-RESERVED-QTY        PIC 9(5).
           05  SO-SHIPPED-QTY         PIC 9(5).
           05  SO-UNIT-PRICE          PIC 9(5)V99.
           05  SO-STATUS              PIC X.
               88  SO-OPEN            VALUE "O".
               88  SO-BACKORDERED     VALUE "B".
               88  SO-PARTIAL         VALUE "P".
               88  SO-COMPLETE        VALUE "C".
           05  SO-LAST-SHIP-DATE      PIC 9(8).
           05  SO-LAST-INVOICE        PIC 9(7).
