      *> SUPPLOG.CPY - one line per supplier-master maintenance
      *> transaction applied (or rejected), the way ACCTLOG covers
      *> the account master.
       01  SUPP-LOG-REC.
           05  UG-TIMESTAMP           PIC X(21).
           05  UG-ACTION              PIC X.
           05  UG-ID                  PIC X(8).
           05  UG-RESULT              PIC X(30).
