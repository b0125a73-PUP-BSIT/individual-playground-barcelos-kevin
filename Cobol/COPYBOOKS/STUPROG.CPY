      *> STUPROG.CPY - the degree program each student is enrolled
      *> in, one line per student, kept by the registrar beside the
      *> student master the way the standing file is - the master's
      *> record image is fixed by its journal and backup. The
      *> degree audit reads the curriculum for this program code.
       01  STUDENT-PROGRAM-REC.
           05  PF-STU-ID              PIC X(9).
           05  PF-PROGRAM             PIC X(8).
           05  PF-ENTRY-YEAR          PIC 9(4).
