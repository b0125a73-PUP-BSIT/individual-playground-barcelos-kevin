      *> RATEHIST.CPY - effective-dated pay rate history: one
      *> line per rate change with the date it takes effect, the
      *> pay basis, the hourly rate and the commission plan (T the
      *> standard sales tiers, F a flat rate at RA-COMM-RATE).
      *> Appended by RATEMNT and never rewritten, so the rate in
      *> force for any past pay period can still be found - the
      *> payroll pays the latest line effective on or before the
      *> period end, and RETROPAY recomputes old periods from it.
       01  RATE-HISTORY-REC.
           05  RA-EMP-ID              PIC X(5).
           05  RA-EFFECTIVE-DATE      PIC 9(8).
           05  RA-PAY-TYPE            PIC X.
               88  RA-SALES-PAID      VALUE "S".
               88  RA-HOURLY-PAID     VALUE "H".
           05  RA-HOURLY-RATE         PIC 9(4)V99.
           05  RA-COMM-PLAN           PIC X.
               88  RA-TIERED-PLAN     VALUE "T" " ".
               88  RA-FLAT-PLAN       VALUE "F".
           05  RA-COMM-RATE           PIC V999.
           05  RA-ENTERED-DATE        PIC 9(8).
           05  RA-REASON              PIC X(20).
