      *> SOTXN.CPY - one sales order request, swept by SLSORDR.
      *> N is a new order line: consecutive N lines for the same
      *> account and customer reference make up one order, the
      *> TUITION control-break shape, and the order number is
      *> assigned when the order is accepted. F fulfils the order
      *> it names - ships whatever is reserved and bills it. The
      *> location and quantity arrive raw so a mistyped value is
      *> rejected before it is trusted.
       01  SALES-ORDER-TXN-REC.
           05  OT-ACTION              PIC X.
               88  OT-NEW-LINE        VALUE "N".
               88  OT-FULFIL          VALUE "F".
           05  OT-ORDER-NO            PIC X(6).
           05  OT-ACCOUNT-ID          PIC X(9).
           05  OT-CUST-REF            PIC X(10).
           05  OT-SKU                 PIC X(10).
           05  OT-LOCATION            PIC X.
           05  OT-QTY-RAW             PIC X(10).
