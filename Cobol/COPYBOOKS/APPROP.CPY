      *> APPROP.CPY - supplier payment proposal: one line per open
      *> AP voucher due on or before the business date, sorted by
      *> supplier so each supplier's vouchers form one payment. The
      *> proposal run writes every line PROPOSED; the treasurer's
      *> approval run pays the approved supplier groups and clears
      *> the file, so a proposal is acted on once.
       01  AP-PROPOSAL-REC.
           05  PL-SUPPLIER            PIC X(8).
           05  PL-VOUCHER-NO          PIC 9(6).
           05  PL-SUPP-INV-NO         PIC X(12).
           05  PL-DUE-DATE            PIC 9(8).
           05  PL-AMOUNT              PIC 9(8)V99.
