      *> ELECRTN.CPY - election returns as keyed from each
      *> precinct's election-night return sheet. A precinct's return
      *> opens with one H line carrying the ballots cast there and
      *> is followed by one V line per candidate: the position
      *> contested, the candidate, and the votes the candidate
      *> received in that precinct.
       01  ELECTION-RETURN-REC.
           05  XR-PRECINCT-ID         PIC X(6).
           05  XR-KIND                PIC X.
               88  XR-RETURN-HEADER   VALUE "H".
               88  XR-VOTE-LINE       VALUE "V".
           05  XR-BALLOTS-CAST        PIC 9(6).
           05  XR-POSITION            PIC X(15).
           05  XR-CANDIDATE           PIC X(20).
           05  XR-VOTES               PIC 9(6).
