      *> HOLIDAY.CPY - holiday-calendar reference file: one
      *> non-working date per line. Due dates landing on one of
      *> these (or on a weekend) roll forward to the next working
      *> day, with the roll noted on the due-date record. Grown
      *> with the holiday type the payroll premiums turn on - R a
      *> regular holiday, S a special non-working day; a date
      *> loaded before the field existed reads as special.
       01  HOLIDAY-REC.
           05  HO-DATE                PIC 9(8).
           05  HO-NAME                PIC X(20).
           05  HO-TYPE                PIC X.
               88  HO-REGULAR-HOLIDAY VALUE "R".
               88  HO-SPECIAL-HOLIDAY VALUE "S" " ".
