      *> VOTERS.CPY - one resident per record, fed to the batch
      *> voter-eligibility run (the batch replacement for a single
      *> ACCEPT AGE in VOTING_CHECK). Grown with the registration
      *> status and the date it last changed: D when the voter was
      *> deactivated for missing two successive regular elections,
      *> A (or blank, on a record that predates the field) for an
      *> active registration, including one reactivated on a new
      *> application.
       01  VOTER-REC.
           05  VT-ID                  PIC X(9).
           05  VT-NAME                PIC X(20).
           05  VT-AGE                 PIC 999.
           05  VT-CITIZEN-FLAG        PIC X.
           05  VT-RESIDENT-FLAG       PIC X.
           05  VT-STATUS              PIC X.
               88  VT-DEACTIVATED     VALUE "D".
           05  VT-STATUS-DATE         PIC 9(8).
