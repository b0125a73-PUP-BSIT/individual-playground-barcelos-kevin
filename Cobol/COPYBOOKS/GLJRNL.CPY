      *> GLJRNL.CPY - one general-ledger journal line: the business
      *> date it posted under, which subsystem fed it (PAYROLL,
      *> RECEIPTS, INVOICES, GRANTS, DAILYTXN, APVOUCH, APPAYMNT,
      *> CHEQUES, CREDITS, STKRCPT, STKISSUE, STKCOUNT; MANUALJV
      *> and JVREVRS for approved journal vouchers and their
      *> reversals; YECLOSE for the year-end
      *> close; FADEPR for fixed-asset depreciation), the account,
      *> and the debit or credit amount.
      *> Every source's lines for a date are written balanced -
      *> debits equal credits - and the file is opened EXTEND,
      *> never rewritten: the trial balance reads the whole of it.
       01  GL-JOURNAL-REC.
           05  GJ-BUSINESS-DATE       PIC 9(8).
           05  GJ-SOURCE              PIC X(8).
