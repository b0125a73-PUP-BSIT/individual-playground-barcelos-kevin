      *> CHQMAST.CPY - issued-cheque master: one line per cheque
      *> number ever used, written by the cheque issue run and
      *> never shortened - a spoiled or voided number stays on file
      *> so the series can always be accounted for end to end.
      *> Carries the payee and amount off the queue line, the date
      *> the line was queued and its source, the issue date, and
      *> the cheque's standing: issued and outstanding, cleared by
      *> the bank, or voided - a reissue points back at the number
      *> it replaces.
       01  CHEQUE-MASTER-REC.
           05  CM-CHEQUE-NO           PIC 9(6).
           05  CM-PAYEE-ID            PIC X(5).
           05  CM-PAYEE-NAME          PIC X(20).
           05  CM-AMOUNT              PIC 9(8)V99.
           05  CM-QUEUE-DATE          PIC 9(8).
           05  CM-SOURCE              PIC X(12).
           05  CM-ISSUE-DATE          PIC 9(8).
           05  CM-STATUS              PIC X.
               88  CM-ISSUED          VALUE "I".
               88  CM-CLEARED         VALUE "C".
               88  CM-VOIDED          VALUE "V".
           05  CM-STATUS-DATE         PIC 9(8).
           05  CM-REPLACES            PIC 9(6).
