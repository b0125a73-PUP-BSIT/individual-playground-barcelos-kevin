      *> ENRLCTL.CPY - enrollment intake control: the most units a
      *> student may carry in one term by academic standing.
      *> Standing comes from ACADSTND's STANDING.DAT; a student with
      *> no standing line yet (a freshman) carries the GOOD load,
      *> and one FOR-DISMISSAL is refused outright. A missing file
      *> runs at 26, 21 and 15 units.
       01  ENROLL-CONTROL-REC.
           05  EC-GOOD-MAX-UNITS      PIC 99.
           05  EC-WARNING-MAX-UNITS   PIC 99.
           05  EC-PROBATION-MAX-UNITS PIC 99.
