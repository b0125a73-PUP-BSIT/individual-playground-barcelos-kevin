      *> ENRLTXN.CPY - enrollment intake line as keyed at the
      *> registrar's counter: the student, the section and the
      *> subject code. The school year and term are stamped from
      *> TERMCTL and the units from the subject catalog when the
      *> intake run accepts the line onto ENROLL.DAT.
       01  ENROLL-TXN-REC.
           05  ER-STU-ID              PIC X(9).
           05  ER-SECTION             PIC X(6).
           05  ER-SUBJECT             PIC X(10).
