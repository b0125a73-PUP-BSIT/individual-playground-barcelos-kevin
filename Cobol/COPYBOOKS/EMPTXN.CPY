      *> EMPTXN.CPY - one add/change/terminate request against
      *> the employee master, swept by EMPMNT instead of EMPMAST.DAT
      *> being hand-edited - the ACCTTXN shape. On a change a field
      *> left blank keeps the master's value (an hourly rate left
      *> blank or zero likewise); CLEAR-BANK-FLAG Y clears the
      *> bounced-account flag BANKRET sets. ENTERED-BY is the clerk
      *> who keyed the request - never the one who approves it.
       01  EMP-TXN-REC.
           05  ET-ACTION              PIC X.
               88  ET-ADD             VALUE "A".
               88  ET-CHANGE          VALUE "C".
               88  ET-TERMINATE       VALUE "T".
           05  ET-EMP-ID              PIC X(5).
           05  ET-NAME                PIC X(20).
           05  ET-POSITION            PIC X(15).
           05  ET-BANK-ACCT           PIC X(12).
           05  ET-PAY-TYPE            PIC X.
           05  ET-HOURLY-RATE         PIC 9(4)V99.
           05  ET-SSS-NO              PIC X(10).
           05  ET-PHILHEALTH-NO       PIC X(12).
           05  ET-PAGIBIG-MID         PIC X(12).
           05  ET-TIN                 PIC X(12).
           05  ET-REST-DAY            PIC X.
           05  ET-CLEAR-BANK-FLAG     PIC X.
               88  ET-CLEAR-FLAG      VALUE "Y".
           05  ET-ENTERED-BY          PIC X(8).
