      *> HOLDMAST.CPY - student hold file: one line per hold an
      *> office has placed on a student - F financial, L library,
      *> R registrar, D discipline - with the office that placed it
      *> and the dates it was placed and lifted. A lifted hold stays
      *> on file as history; only an active one blocks the student.
      *> Financial holds belong to the nightly hold run, which
      *> places and lifts them off the student's unpaid balance on
      *> the invoice register and keeps that balance in HL-AMOUNT;
      *> the other offices place and lift their own through hold
      *> maintenance. While any hold is active the transcript will
      *> not print and enrollment intake refuses the student.
       01  STUDENT-HOLD-REC.
           05  HL-STU-ID              PIC X(9).
           05  HL-TYPE                PIC X.
               88  HL-FINANCIAL       VALUE "F".
               88  HL-LIBRARY         VALUE "L".
               88  HL-REGISTRAR       VALUE "R".
               88  HL-DISCIPLINE      VALUE "D".
           05  HL-OFFICE              PIC X(10).
           05  HL-STATUS              PIC X.
               88  HL-ACTIVE          VALUE "A".
               88  HL-LIFTED          VALUE "L".
           05  HL-PLACED-DATE         PIC 9(8).
           05  HL-LIFTED-DATE         PIC 9(8).
           05  HL-AMOUNT              PIC 9(7)V99.
           05  HL-REASON              PIC X(30).
