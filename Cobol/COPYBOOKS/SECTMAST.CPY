      *> section with its name and adviser, so the grade and GWA
      *> reports can break by the section a learner actually sits in
      *> instead of lumping the whole school into one class total.
      *> Grown with the section's maximum class size, which the
      *> enrollment intake run holds the distinct students seated
      *> in the section to; records written before the field
      *> existed read back as spaces, which sets no ceiling.
       01  SECTION-MASTER-REC.
           05  SC-ID                  PIC X(6).
           05  SC-NAME                PIC X(20).
           05  SC-ADVISER             PIC X(20).
           05  SC-MAX-SIZE            PIC 9(3).
