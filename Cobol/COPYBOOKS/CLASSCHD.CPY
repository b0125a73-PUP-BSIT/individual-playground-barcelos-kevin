      *> CLASSCHD.CPY - class schedule: one line per section and
      *> subject meeting pattern for a school year/term, giving the
      *> days it meets, its start and end on the 24-hour clock
      *> (HHMM), the room and the instructor. The days are seven
      *> positions Monday through Sunday, any non-blank position a
      *> meeting day - "M W F  " is Monday, Wednesday and Friday. A
      *> subject meeting at different hours on different days takes
      *> one line per pattern. The conflict sweep (SCHDCHK) checks
      *> it against the room master and ENROLL.DAT, and the section
      *> roster and instructor timetable print from it.
       01  CLASS-SCHEDULE-REC.
           05  CU-SCHOOL-YEAR         PIC 9(4).
           05  CU-TERM                PIC 9.
           05  CU-SECTION             PIC X(6).
           05  CU-SUBJECT             PIC X(10).
           05  CU-DAYS                PIC X(7).
           05  CU-START-TIME          PIC 9(4).
           05  CU-END-TIME            PIC 9(4).
           05  CU-ROOM                PIC X(6).
           05  CU-INSTRUCTOR          PIC X(20).
