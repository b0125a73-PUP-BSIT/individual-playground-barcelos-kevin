      *> FAMAST.CPY - fixed-asset register, one record per tagged
      *> piece of school or warehouse equipment, vehicle or
      *> furniture, keyed by asset tag. Cost, salvage value and
      *> useful life in months drive the straight-line monthly
      *> charge; accumulated depreciation and the last month
      *> charged are kept by the depreciation run, which is what
      *> stops a month being charged twice. A disposed asset keeps
      *> its record - date and proceeds - and takes no more charge.
       01  FIXED-ASSET-REC.
           05  FA-TAG                 PIC X(8).
           05  FA-DESCRIPTION         PIC X(30).
           05  FA-LOCATION            PIC X(10).
           05  FA-CLASS               PIC X.
               88  FA-EQUIPMENT       VALUE "E".
               88  FA-VEHICLE         VALUE "V".
               88  FA-FURNITURE       VALUE "F".
           05  FA-ACQ-DATE            PIC 9(8).
           05  FA-COST                PIC 9(9)V99.
           05  FA-LIFE-MONTHS         PIC 9(3).
           05  FA-SALVAGE             PIC 9(9)V99.
           05  FA-ACCUM-DEPR          PIC 9(9)V99.
           05  FA-LAST-DEPR-PERIOD    PIC 9(6).
           05  FA-STATUS              PIC X.
               88  FA-IN-SERVICE      VALUE "A".
               88  FA-DISPOSED        VALUE "D".
           05  FA-DISPOSAL-DATE       PIC 9(8).
           05  FA-PROCEEDS            PIC 9(9)V99.
