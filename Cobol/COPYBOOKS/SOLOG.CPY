      *> SOLOG.CPY - one line per sales order line entered,
      *> shipped or rejected, with the invoice a shipment was billed
      *> on - the INVJRNL shape for the order book.
       01  SALES-ORDER-LOG-REC.
           05  OG-TIMESTAMP           PIC X(21).
           05  OG-ACTION              PIC X.
           05  OG-ORDER-NO            PIC 9(6).
           05  OG-ACCOUNT-ID          PIC X(9).
           05  OG-SKU                 PIC X(10).
           05  OG-QTY                 PIC 9(5).
           05  OG-INVOICE-NO          PIC 9(7).
           05  OG-AMOUNT              PIC 9(7)V99.
           05  OG-RESULT              PIC X(30).
