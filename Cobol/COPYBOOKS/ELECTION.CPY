      *> ELECTION.CPY - the election whose returned sign-in lists
      *> are being posted: its ID, the election date, and whether
      *> it was a regular election (the only kind the two-missed
      *> deactivation rule counts) or a special one.
       01  ELECTION-REC.
           05  EO-ELECTION-ID         PIC X(8).
           05  EO-ELECTION-DATE       PIC 9(8).
           05  EO-KIND                PIC X.
               88  EO-REGULAR         VALUE "R".
               88  EO-SPECIAL         VALUE "S".
