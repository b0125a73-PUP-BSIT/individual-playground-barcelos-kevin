      *> SUPPTXN.CPY - one add/change/deactivate request against
      *> the supplier master, swept by SUPPMNT instead of the master
      *> being hand-edited - the same controlled path ACCTTXN gives
      *> the account master.
       01  SUPP-TXN-REC.
           05  UX-ACTION              PIC X.
               88  UX-ADD             VALUE "A".
               88  UX-CHANGE          VALUE "C".
               88  UX-DEACTIVATE      VALUE "X".
           05  UX-ID                  PIC X(8).
           05  UX-NAME                PIC X(30).
           05  UX-ADDRESS             PIC X(40).
           05  UX-TIN                 PIC X(12).
           05  UX-TERMS-DAYS          PIC 9(3).
