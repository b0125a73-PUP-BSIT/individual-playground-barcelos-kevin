      *> SUBJCAT.CPY - subject catalog master: one record per
      *> subject the school offers, with its official title and
      *> units and up to three prerequisite subject codes the
      *> student must already have passed. The enrollment intake
      *> run (ENRLEDIT) edits every enrollment line against it, so
      *> EN-SUBJECT and EN-UNITS on ENROLL.DAT come from here, not
      *> from what was typed at the counter. Unused prerequisite
      *> slots are left blank.
       01  SUBJECT-CATALOG-REC.
           05  CG-CODE                PIC X(10).
           05  CG-TITLE               PIC X(30).
           05  CG-UNITS               PIC 99.
           05  CG-PREREQ              PIC X(10) OCCURS 3 TIMES.
