      *> VOTHIST.CPY - election history: one line per voter on the
      *> precinct books for each posted election, voted or not
      *> voted, appended by the turnout posting run.
       01  VOTE-HISTORY-REC.
           05  EH-VOTER-ID            PIC X(9).
           05  EH-ELECTION-ID         PIC X(8).
           05  EH-ELECTION-DATE       PIC 9(8).
           05  EH-KIND                PIC X.
               88  EH-REGULAR         VALUE "R".
           05  EH-PRECINCT-ID         PIC X(6).
           05  EH-VOTED-FLAG          PIC X.
               88  EH-VOTED           VALUE "Y".
               88  EH-NOT-VOTED       VALUE "N".
           05  EH-POSTED-DATE         PIC 9(8).
