      *> GRANTMST.CPY - scholarship and tuition discount master: one
      *> line per grant per student per school year/term. A grant
      *> is a percentage of, or a fixed amount off, either the
      *> tuition alone or the tuition and the miscellaneous fee
      *> together; a student may hold more than one (an academic
      *> scholarship and a sibling discount), applied in file order
      *> and never past what the assessment bills. A named sponsor
      *> pays the grant - its cost is a receivable from the sponsor
      *> - while a grant with no sponsor is the school's own and its
      *> cost is scholarship expense. The minimum cumulative average
      *> is the grant's retention condition; zero sets none beyond
      *> the standing.
       01  SCHOLAR-GRANT-REC.
           05  GT-STU-ID              PIC X(9).
           05  GT-SCHOOL-YEAR         PIC 9(4).
           05  GT-TERM                PIC 9.
           05  GT-GRANT-CODE          PIC X(6).
           05  GT-DESCRIPTION         PIC X(20).
           05  GT-BASIS               PIC X.
               88  GT-PERCENTAGE      VALUE "P".
               88  GT-FIXED-AMOUNT    VALUE "F".
           05  GT-PERCENT             PIC 999V99.
           05  GT-AMOUNT              PIC 9(7)V99.
           05  GT-COVERAGE            PIC X.
               88  GT-TUITION-ONLY    VALUE "T".
               88  GT-TUITION-AND-MISC VALUE "A".
           05  GT-SPONSOR             PIC X(20).
           05  GT-MIN-CUM-AVG         PIC 999V99.
