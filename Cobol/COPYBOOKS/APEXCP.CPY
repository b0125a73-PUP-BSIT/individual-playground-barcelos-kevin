      *> APEXCP.CPY - AP match exception listing: one line per
      *> supplier invoice line the voucher entry run would not
      *> make payable - unknown supplier or PO, price off the
      *> supplier's cost, billed past ordered or past received -
      *> with the reason, for purchasing to chase with the supplier
      *> instead of the bill being paid on trust.
       01  AP-EXCEPTION-REC.
           05  AE-SUPPLIER            PIC X(8).
           05  AE-SUPP-INV-NO         PIC X(12).
           05  AE-PO-NUMBER           PIC 9(6).
           05  AE-SKU                 PIC X(10).
           05  AE-QTY                 PIC 9(5).
           05  AE-UNIT-PRICE          PIC 9(5)V99.
           05  AE-REASON              PIC X(30).
