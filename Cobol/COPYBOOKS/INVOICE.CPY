      *> IV-NUMBER and ignores the rest. Grown again with the
      *> paid-to-date amount for partial payments - lines written
      *> before the field existed read back as spaces, which the
      *> posting run treats as zero paid. Grown with the credited
      *> amount and close code of the approved reductions (credit
      *> memo, cancellation, write-off): the open balance is the
      *> amount less paid less credited, and nothing left open sets
      *> the paid flag. Grown last with the invoice kind - P for a
      *> late-payment penalty, which names the invoice whose
      *> overdue balance caused it; older lines read as spaces,
      *> an ordinary principal invoice.
       01  INV-REC.
           05  IV-NUMBER              PIC 9(7).
           05  IV-ACCOUNT-ID          PIC X(9).
               88  IV-PAID            VALUE "Y".
               88  IV-UNPAID          VALUE "N".
           05  IV-PAID-AMOUNT         PIC 9(7)V99.
           05  IV-CREDIT-AMOUNT       PIC 9(7)V99.
           05  IV-CLOSE-CODE          PIC X.
               88  IV-CANCELLED       VALUE "X".
               88  IV-WRITTEN-OFF     VALUE "W".
           05  IV-KIND                PIC X.
               88  IV-PENALTY         VALUE "P".
           05  IV-SOURCE-INVOICE      PIC 9(7).
