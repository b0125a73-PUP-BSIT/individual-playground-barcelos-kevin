      *> APVOUCH.CPY - accounts-payable voucher file: one payable
      *> voucher per supplier invoice line that passed the
      *> three-way match (billed quantity and price against the PO
      *> line and the supplier's unit cost, billed quantity against
      *> what receiving actually posted). The due date is the
      *> invoice date plus the supplier's terms; AV-ENTRY-DATE is
      *> the business date the voucher was approved into the file.
      *> Grown with the payment stamp the supplier payment run
      *> sets when the treasurer approves the voucher for payment:
      *> the business date paid and the payment number it went out
      *> under. Lines written before the fields existed read back
      *> as spaces on an open voucher, which nothing reads.
       01  AP-VOUCHER-REC.
           05  AV-VOUCHER-NO          PIC 9(6).
           05  AV-SUPPLIER            PIC X(8).
           05  AV-SUPP-INV-NO         PIC X(12).
           05  AV-INVOICE-DATE        PIC 9(8).
           05  AV-PO-NUMBER           PIC 9(6).
           05  AV-SKU                 PIC X(10).
           05  AV-QTY                 PIC 9(5).
           05  AV-UNIT-COST           PIC 9(5)V99.
           05  AV-AMOUNT              PIC 9(8)V99.
           05  AV-ENTRY-DATE          PIC 9(8).
           05  AV-DUE-DATE            PIC 9(8).
           05  AV-STATUS              PIC X.
               88  AV-OPEN            VALUE "O".
               88  AV-PAID            VALUE "P".
           05  AV-PAID-DATE           PIC 9(8).
           05  AV-PAYMENT-NO          PIC 9(6).
