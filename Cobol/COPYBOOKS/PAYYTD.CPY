           05  YTD-WTAX               PIC 9(7)V99.
           05  YTD-NET                PIC 9(8)V99.
           05  YTD-YEAR               PIC 9(4).
      *> Grown with the separation stamp - the final-pay run
      *> settles a leaver's year in one go (13th month pro-rated,
      *> withholding annualized) and closes the record, so the
      *> year-end 13th-month and annualization runs pass it by.
      *> Records written before the fields existed read back as
      *> spaces, which is open.
           05  YTD-STATUS             PIC X.
               88  YTD-CLOSED         VALUE "C".
           05  YTD-SEP-DATE           PIC 9(8).
