      *> PREMRULE.CPY - premium pay rules for hourly staff: one
      *> line per day type with the multiple of the hourly rate its
      *> regular hours and its overtime hours are paid at, and the
      *> night differential - the fraction of the day's regular
      *> hourly pay added for each night hour. Day types: RD
      *> regular day, RS rest day, SH special non-working day, SR
      *> special day falling on the rest day, LH regular holiday,
      *> LR regular holiday falling on the rest day. A type missing
      *> from the file pays the Labor Code rates PREMPAY carries.
       01  PREMIUM-RULE-REC.
           05  PM-DAY-TYPE            PIC XX.
           05  PM-REG-MULT            PIC 9V99.
           05  PM-OT-MULT             PIC 9V99.
           05  PM-ND-RATE             PIC V99.
           05  PM-DESC                PIC X(10).
