      *> GRANTAPL.CPY - grants applied by the tuition assessment:
      *> one line per grant per billed student, stamped with the
      *> business date of the assessment, so the nightly GL posting
      *> can carry the grant cost to scholarship expense or to the
      *> sponsor's receivable against the revenue the net invoice
      *> leaves out.
       01  GRANT-APPLIED-REC.
           05  GA-POST-DATE           PIC 9(8).
           05  GA-STU-ID              PIC X(9).
           05  GA-SCHOOL-YEAR         PIC 9(4).
           05  GA-TERM                PIC 9.
           05  GA-GRANT-CODE          PIC X(6).
           05  GA-SPONSOR             PIC X(20).
           05  GA-INVOICE-NO          PIC 9(7).
           05  GA-AMOUNT              PIC 9(7)V99.
