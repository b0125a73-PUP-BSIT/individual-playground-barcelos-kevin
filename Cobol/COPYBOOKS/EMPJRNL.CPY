      *> EMPJRNL.CPY - employee master maintenance journal: one
      *> line per EMPMNT request applied or rejected, with who keyed
      *> it, who approved it (blank when no second approval was
      *> needed) and the master record before and after - so any
      *> bank account, rate or government number ever held can be
      *> traced to the request that set it.
       01  EMP-JOURNAL-REC.
           05  EJ-TIMESTAMP           PIC X(21).
           05  EJ-ACTION              PIC X.
           05  EJ-EMP-ID              PIC X(5).
           05  EJ-RESULT              PIC X(30).
           05  EJ-ENTERED-BY          PIC X(8).
           05  EJ-APPROVED-BY         PIC X(8).
           05  EJ-BEFORE-IMAGE        PIC X(108).
           05  EJ-AFTER-IMAGE         PIC X(108).
