      *> account with its name and normal balance side. The nightly
      *> GL posting validates every account it writes against this
      *> file, and the trial balance draws its account names here
      *> instead of printing bare numbers. Grown with the account's
      *> class and its statement grouping line so the financial
      *> statements run knows where each account prints and the
      *> year-end close knows what to zero into retained earnings;
      *> lines written before the fields existed read back as
      *> spaces, which the statements list as unclassified.
       01  CHART-ACCOUNT-REC.
           05  CA-ACCT-NO             PIC X(6).
           05  CA-ACCT-NAME           PIC X(30).
           05  CA-NORMAL-SIDE         PIC X.
               88  CA-NORMAL-DEBIT    VALUE "D".
               88  CA-NORMAL-CREDIT   VALUE "C".
           05  CA-CLASS               PIC X.
               88  CA-ASSET           VALUE "A".
               88  CA-LIABILITY       VALUE "L".
               88  CA-EQUITY          VALUE "E".
               88  CA-REVENUE         VALUE "R".
               88  CA-EXPENSE         VALUE "X".
           05  CA-STMT-GROUP          PIC X(20).
