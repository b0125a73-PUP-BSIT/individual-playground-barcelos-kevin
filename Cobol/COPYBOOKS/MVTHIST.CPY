      *> rewritten per run; this file is opened EXTEND and never
      *> trimmed except by the retention archiver, so "when did
      *> this SKU last move" is finally a file read.
      *> Grown with the count adjustment's sign and the cost the
      *> movement carried: a receipt at its PO cost, an issue or a
      *> count adjustment at the average cost at the time, with
      *> the extended value the GL posting takes up. Transfers and
      *> rejected movements carry zero. Lines written before the
      *> fields existed read back as spaces, which the GL posting
      *> never reaches - they predate it.
      *> Grown with the number of the PO a receipt was matched to,
      *> so a delivery can be traced to its order and supplier. It
      *> is zero on every other movement and on a rejected receipt;
      *> lines written before the field existed read back as
      *> spaces.
       01  MOVEMENT-HIST-REC.
           05  MH-BUSINESS-DATE       PIC 9(8).
           05  MH-TYPE                PIC X.
           05  MH-TO-LOC              PIC 9.
           05  MH-RESULT              PIC X(30).
           05  MH-REASON              PIC X(12).
           05  MH-SIGN                PIC X.
               88  MH-ADJ-UP          VALUE "+".
               88  MH-ADJ-DOWN        VALUE "-".
           05  MH-UNIT-COST           PIC 9(5)V9999.
           05  MH-VALUE               PIC 9(8)V99.
           05  MH-PO-NUMBER           PIC 9(6).
