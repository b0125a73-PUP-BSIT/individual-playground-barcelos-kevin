      *> SIGNIN.CPY - one line per signature on a precinct book's
      *> returned election-day sign-in list, keyed from the books
      *> by the election office.
       01  SIGN-IN-REC.
           05  SI-PRECINCT-ID         PIC X(6).
           05  SI-VOTER-ID            PIC X(9).
