      *> master. Adds leave the invoice number blank (the generator
      *> assigns it); changes name the invoice they amend. The
      *> amount arrives raw so the shared NUMEDIT edit can reject
      *> a mistyped value before it is trusted. Grown with the
      *> three supervisor-approved reductions - a credit memo for
      *> an amount, a cancellation and a write-off of whatever is
      *> still open (their amount is ignored) - each naming its
      *> invoice and carrying a short reason for the memo line.
       01  INV-TXN-REC.
           05  NT-ACTION              PIC X.
               88  NT-ADD             VALUE "A".
               88  NT-CHANGE          VALUE "C".
               88  NT-CREDIT-MEMO     VALUE "M".
               88  NT-CANCEL          VALUE "X".
               88  NT-WRITE-OFF       VALUE "W".
           05  NT-NUMBER              PIC X(7).
           05  NT-ACCOUNT-ID          PIC X(9).
           05  NT-AMOUNT-RAW          PIC X(10).
           05  NT-REASON              PIC X(20).
