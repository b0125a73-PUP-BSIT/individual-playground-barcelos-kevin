      *> FATXN.CPY - one add/transfer/dispose request against the
      *> fixed-asset register, swept by FAMNT the way SUPPTXN is
      *> swept into the supplier master. A transfer uses only the
      *> tag and the new location; a disposal only the tag and the
      *> sale proceeds (zero for a scrapped asset).
       01  FA-TXN-REC.
           05  FX-ACTION              PIC X.
               88  FX-ADD             VALUE "A".
               88  FX-TRANSFER        VALUE "T".
               88  FX-DISPOSE         VALUE "D".
           05  FX-TAG                 PIC X(8).
           05  FX-DESCRIPTION         PIC X(30).
           05  FX-LOCATION            PIC X(10).
           05  FX-CLASS               PIC X.
           05  FX-ACQ-DATE            PIC 9(8).
           05  FX-COST                PIC 9(9)V99.
           05  FX-LIFE-MONTHS         PIC 9(3).
           05  FX-SALVAGE             PIC 9(9)V99.
           05  FX-PROCEEDS            PIC 9(9)V99.
