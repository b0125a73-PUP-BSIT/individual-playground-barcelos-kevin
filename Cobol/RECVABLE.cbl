      *> already collected - a customer 90% paid up is not over
      *> limit on the 100% face value. Lines written before the
      *> paid-to-date field existed read back as spaces, which
      *> counts as zero paid. Credit memos come off the same way.
           PERFORM FIND-OR-ADD-ACCOUNT.
           IF WS-ACCT-FOUND = "Y"
               IF IV-PAID-AMOUNT IS NUMERIC
               ELSE
                   ADD IV-AMOUNT TO AC-OPEN-TOTAL (WS-ACCT-SUB)
               END-IF
               IF IV-CREDIT-AMOUNT IS NUMERIC
                   SUBTRACT IV-CREDIT-AMOUNT
                       FROM AC-OPEN-TOTAL (WS-ACCT-SUB)
               END-IF
           END-IF.

       ROLL-ACCOUNT-TOTAL.
