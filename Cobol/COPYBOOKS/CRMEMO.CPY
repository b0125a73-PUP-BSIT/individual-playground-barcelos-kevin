      *> CRMEMO.CPY - one line per approved reduction of an
      *> invoice: a credit memo for returned goods or a dropped
      *> student's assessment, the cancellation of an invoice
      *> issued in error, or the write-off of a balance aged past
      *> the dunning over-90 bucket. Numbered off the CRSEQ series,
      *> stamped with the supervisor who approved it and the date
      *> it posted; GLPOST books the day's lines (revenue reversed
      *> for memos and cancellations, bad-debt expense for
      *> write-offs) and the statement run shows each one against
      *> the account.
       01  CREDIT-MEMO-REC.
           05  CR-NUMBER              PIC 9(6).
           05  CR-TYPE                PIC X.
               88  CR-CREDIT-MEMO     VALUE "M".
               88  CR-CANCELLATION    VALUE "X".
               88  CR-WRITE-OFF       VALUE "W".
           05  CR-POST-DATE           PIC 9(8).
           05  CR-INVOICE-NO          PIC 9(7).
           05  CR-ACCOUNT-ID          PIC X(9).
           05  CR-AMOUNT              PIC 9(7)V99.
           05  CR-APPROVER            PIC X(8).
           05  CR-REASON              PIC X(20).
