      *> CURRIC.CPY - curriculum master: the subjects each degree
      *> program requires. A program opens with one P line carrying
      *> its title, the total units a graduate must earn and how
      *> many of them must come from the program's electives; its
      *> R lines each name a required subject and its E lines each
      *> name a subject that counts as an elective. Subject units
      *> come from the subject catalog, the subject code blank on
      *> the P line.
       01  CURRICULUM-REC.
           05  CK-PROGRAM             PIC X(8).
           05  CK-KIND                PIC X.
               88  CK-PROGRAM-LINE    VALUE "P".
               88  CK-REQUIRED        VALUE "R".
               88  CK-ELECTIVE        VALUE "E".
           05  CK-SUBJECT             PIC X(10).
           05  CK-TITLE               PIC X(30).
           05  CK-TOTAL-UNITS         PIC 9(3).
           05  CK-ELECTIVE-UNITS      PIC 9(3).
