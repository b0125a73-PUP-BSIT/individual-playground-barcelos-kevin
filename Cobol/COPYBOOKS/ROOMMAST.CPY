      *> ROOMMAST.CPY - room master: one record per classroom or
      *> laboratory with its description and seating capacity, so
      *> the schedule conflict sweep can flag a section scheduled
      *> into a room too small for the students enrolled in it.
       01  ROOM-MASTER-REC.
           05  RB-ROOM                PIC X(6).
           05  RB-DESCRIPTION         PIC X(20).
           05  RB-CAPACITY            PIC 9(3).
