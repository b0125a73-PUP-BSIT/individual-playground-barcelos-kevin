      *> GLBAL.CPY - closed-period account balances, one line per
      *> account per month the month-end close has closed: the
      *> balance it opened with, the month's operating debits and
      *> credits, and the balance it closed with (debit positive).
      *> The year-end closing entries move the closing balance but
      *> not the month's activity, so December's income statement
      *> still shows December. Appended by GLCLOSE, never
      *> rewritten - the statements read this file instead of
      *> every journal line since go-live.
       01  GL-BALANCE-REC.
           05  GB-PERIOD              PIC 9(6).
           05  GB-ACCT-NO             PIC X(6).
           05  GB-OPENING             PIC S9(12)V99.
           05  GB-MONTH-DEBIT         PIC 9(12)V99.
           05  GB-MONTH-CREDIT        PIC 9(12)V99.
           05  GB-CLOSING             PIC S9(12)V99.
