      *> DEPREG.CPY - the cashier's deposit register: one line
      *> per numbered deposit slip, the business day's posted ORs
      *> totalled and taken to the bank. A slip stays in transit
      *> until the bank statement shows its credit - the bank
      *> references the credit DEP plus the six-digit slip number -
      *> then it is cleared with the amount the bank actually
      *> credited and the date the deposit run matched it, so any
      *> shortage or overage against the collections stays on
      *> record.
       01  DEPOSIT-REC.
           05  DP-SLIP-NO             PIC 9(6).
           05  DP-DATE                PIC 9(8).
           05  DP-OR-COUNT            PIC 9(5).
           05  DP-AMOUNT              PIC 9(9)V99.
           05  DP-STATUS              PIC X.
               88  DP-IN-TRANSIT      VALUE "T".
               88  DP-CLEARED         VALUE "C".
           05  DP-BANK-AMOUNT         PIC 9(9)V99.
           05  DP-CLEARED-DATE        PIC 9(8).
