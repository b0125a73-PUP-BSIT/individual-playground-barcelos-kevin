      *> APINV.CPY - supplier invoice batch: one line per invoice
      *> line as billed, naming the supplier, its own invoice
      *> number and date, the PO and SKU it bills for, and the
      *> quantity and unit price charged. APENTRY matches each line
      *> against the open-PO file and the supplier's price before
      *> anything becomes payable, and clears the batch once run.
       01  AP-INVOICE-REC.
           05  AI-SUPPLIER            PIC X(8).
           05  AI-SUPP-INV-NO         PIC X(12).
           05  AI-INVOICE-DATE        PIC 9(8).
           05  AI-PO-NUMBER           PIC 9(6).
           05  AI-SKU                 PIC X(10).
           05  AI-QTY                 PIC 9(5).
           05  AI-UNIT-PRICE          PIC 9(5)V99.
