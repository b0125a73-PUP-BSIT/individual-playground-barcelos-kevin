       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
      *> Retroactive pay adjustment run. Every pay period of the
      *> current year an employee was paid in is measured against
      *> the rate the RATEHIST history now says was in force at the
      *> period end - a raise approved late or a wage order dated
      *> back lands on periods already paid at the old rate. A
      *> period whose PAYHIST line shows it was paid at the rate now
      *> in force is passed by; any other is recomputed the way the
      *> payroll computes it: hourly staff from the period's
      *> TIMESHT days (approved leave on the ledger counts) priced
      *> by PREMPAY at the rate in force, each day at the premium
      *> its day type earns, sales staff
      *> from the sales PAYHIST recorded at the commission plan in
      *> force. The result is compared with the basic pay already
      *> accounted for - the regular line, any retro (R) line paid
      *> since and any adjustment still pending - and an
      *> underpayment is queued on RETROADJ.DAT with the extra
      *> statutory deductions it draws in its own period: STATDED
      *> on the period's gross with the difference, less STATDED on
      *> the period's gross without it. The next payroll slip for
      *> the employee pays it as an R line. Overpayments are
      *> listed for HR, never clawed back by the run; a change of
      *> pay basis inside a paid period is listed for review. The
      *> register is RETRORPT.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT RETRO-ADJUSTMENTS ASSIGN TO "RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RY-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT RETRO-REGISTER ASSIGN TO "RETRORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
       COPY PAYPRD.
       FD  PAYROLL-HISTORY.
       COPY PAYHIST.
       FD  RATE-HISTORY.
       COPY RATEHIST.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  RETRO-ADJUSTMENTS.
       COPY RETROADJ.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  RETRO-REGISTER.
       01  RR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-PP-FILE-STATUS          PIC XX.
       01  WS-PH-FILE-STATUS          PIC XX.
       01  WS-RA-FILE-STATUS          PIC XX.
       01  WS-LG-FILE-STATUS          PIC XX.
       01  WS-RY-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-SCAN-EOF                PIC X.
       01  WS-EM-OPENED               PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-REFUSED                 PIC X VALUE "N".
      *> Pay periods of the calendar - start and end dates for
      *> the timesheet window and the rate-in-force date.
       01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRD-OVERFLOW            PIC X VALUE "N".
       01  WS-PRD-SUB                 PIC 9(3).
       01  WS-PRD-FOUND               PIC X.
       01  PERIOD-TABLE-AREA.
           05  PERIOD-ENTRY OCCURS 500 TIMES.
               10  PT-PERIOD-ID       PIC 9(6).
               10  PT-START-DATE      PIC 9(8).
               10  PT-END-DATE        PIC 9(8).
      *> The whole rate history, in file order.
       01  WS-RATE-COUNT              PIC 9(4) VALUE 0.
       01  WS-RATE-OVERFLOW           PIC X VALUE "N".
       01  WS-RATE-SUB                PIC 9(4).
       01  RATE-TABLE-AREA.
           05  RATE-ENTRY OCCURS 2000 TIMES.
               10  RHT-EMP-ID         PIC X(5).
               10  RHT-EFFECTIVE-DATE PIC 9(8).
               10  RHT-PAY-TYPE       PIC X.
               10  RHT-HOURLY-RATE    PIC 9(4)V99.
               10  RHT-COMM-PLAN      PIC X.
               10  RHT-COMM-RATE      PIC V999.
      *> Adjustments already on file plus the ones this run
      *> queues - held to the payroll's own table capacity so the
      *> payroll can always load what is written here.
       01  WS-ADJ-COUNT               PIC 9(3) VALUE 0.
       01  WS-ADJ-OVERFLOW            PIC X VALUE "N".
       01  WS-ADJ-SUB                 PIC 9(3).
       01  ADJ-TABLE-AREA.
           05  ADJ-ENTRY OCCURS 500 TIMES.
               10  RAJ-RECORD         PIC X(99).
      *> One entry per employee per pay period paid this year:
      *> what the regular slip paid and at what rate, and what
      *> retro pay has been paid or is pending against it since.
       01  WS-PAID-COUNT              PIC 9(4) VALUE 0.
       01  WS-PAID-OVERFLOW           PIC X VALUE "N".
       01  WS-PAID-SUB                PIC 9(4).
       01  WS-PAID-FOUND              PIC X.
       01  PAID-TABLE-AREA.
           05  PAID-ENTRY OCCURS 3000 TIMES.
               10  PPE-EMP-ID         PIC X(5).
               10  PPE-PERIOD-ID      PIC 9(6).
               10  PPE-PRD-SUB        PIC 9(3).
               10  PPE-PAY-TYPE       PIC X.
               10  PPE-HOURLY-RATE    PIC 9(4)V99.
               10  PPE-COMM-RATE      PIC V999.
               10  PPE-SALES          PIC 9(7)V99.
               10  PPE-BASIC          PIC 9(7)V99.
               10  PPE-GROSS          PIC 9(7)V99.
               10  PPE-RETRO          PIC 9(7)V99.
      *> The rate in force for the period being measured.
       01  WS-NEW-FOUND               PIC X.
       01  WS-NEW-DATE                PIC 9(8).
       01  WS-NEW-PAY-TYPE            PIC X.
       01  WS-NEW-RATE                PIC 9(4)V99.
       01  WS-NEW-PLAN                PIC X.
       01  WS-NEW-COMM-RATE           PIC V999.
       01  WS-TIER-RATE               PIC V999.
      *> Recomputation working fields.
       01  WS-LEAVE-HOURS             PIC 9(4)V9.
       01  WS-REST-DAY                PIC X.
       COPY PREMBRK.
       01  WS-NEW-BASIC               PIC 9(7)V99.
       01  WS-COMMISSION              PIC 9(7)V99.
       01  WS-ACCOUNTED               PIC 9(7)V99.
       01  WS-DIFF                    PIC 9(7)V99.
       01  WS-STAT-GROSS              PIC 9(6)V99.
       01  WS-OLD-SSS                 PIC 9(5)V99.
       01  WS-OLD-PHILHEALTH          PIC 9(5)V99.
       01  WS-OLD-PAGIBIG             PIC 9(5)V99.
       01  WS-OLD-WTAX                PIC 9(5)V99.
       01  WS-NEW-SSS                 PIC 9(5)V99.
       01  WS-NEW-PHILHEALTH          PIC 9(5)V99.
       01  WS-NEW-PAGIBIG             PIC 9(5)V99.
       01  WS-NEW-WTAX                PIC 9(5)V99.
       01  WS-ADD-SSS                 PIC 9(5)V99.
       01  WS-ADD-PHILHEALTH          PIC 9(5)V99.
       01  WS-ADD-PAGIBIG             PIC 9(5)V99.
       01  WS-ADD-WTAX                PIC 9(5)V99.
       01  WS-ADD-DED                 PIC 9(6)V99.
       01  WS-STATUS-TEXT             PIC X(30).
      *> Control totals.
       01  WS-EXAMINED-COUNT          PIC 9(5) VALUE 0.
       01  WS-QUEUED-COUNT            PIC 9(5) VALUE 0.
       01  WS-OVERPAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT           PIC 9(5) VALUE 0.
       01  WS-QUEUED-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-DED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-OVERPAID-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED                PIC ZZ,ZZ9.
      *> Report page handling - the shop's 55-line standard.
       01  WS-RR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-RR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-RR-BUILD                PIC X(132).
       01  RR-HEADING-LINE.
           05  FILLER PIC X(7)  VALUE "EMP".
           05  FILLER PIC X(8)  VALUE "PERIOD".
           05  FILLER PIC X(3)  VALUE "B".
           05  FILLER PIC X(10) VALUE "OLD RATE".
           05  FILLER PIC X(10) VALUE "NEW RATE".
           05  FILLER PIC X(12) VALUE "PAID BASIC".
           05  FILLER PIC X(12) VALUE "NEW BASIC".
           05  FILLER PIC X(12) VALUE "DIFFERENCE".
           05  FILLER PIC X(11) VALUE "DEDUCTIONS".
           05  FILLER PIC X(6)  VALUE "STATUS".
       01  RR-DETAIL-LINE.
           05  RRD-EMP-ID             PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-PERIOD-ID          PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-PAY-TYPE           PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-OLD-RATE           PIC ZZZ9.999.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-NEW-RATE           PIC ZZZ9.999.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-PAID-BASIC         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-NEW-BASIC          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-DIFF               PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-DEDUCTIONS         PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRD-STATUS             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PAY-PERIODS.
           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-RETRO-ADJUSTMENTS.
           IF WS-PRD-OVERFLOW = "Y"
               DISPLAY "PAYPRD.DAT EXCEEDS 500 PERIODS - RUN REFUSED"
               MOVE "Y" TO WS-REFUSED
           END-IF.
           IF WS-RATE-OVERFLOW = "Y"
               DISPLAY "RATEHIST.DAT EXCEEDS 2000 LINES - RUN REFUSED"
               MOVE "Y" TO WS-REFUSED
           END-IF.
           IF WS-ADJ-OVERFLOW = "Y"
               DISPLAY "RETROADJ.DAT EXCEEDS 500 LINES - RUN REFUSED"
               MOVE "Y" TO WS-REFUSED
           END-IF.
           IF WS-REFUSED = "N"
               PERFORM LOAD-PAID-PERIODS
               IF WS-PAID-OVERFLOW = "Y"
                   DISPLAY "PAYHIST.DAT HOLDS OVER 3000 EMPLOYEE"
                       " PERIODS THIS YEAR - RUN REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
           END-IF.
           IF WS-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ADD-PENDING-ADJUSTMENTS.
      *> The master only tells a separated employee apart - the
      *> measuring runs without it if it cannot be read.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS = "00"
               MOVE "Y" TO WS-EM-OPENED
           END-IF.
           OPEN OUTPUT RETRO-REGISTER.
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
               PERFORM MEASURE-ONE-PERIOD
           END-PERFORM.
           IF WS-EM-OPENED = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM SAVE-RETRO-ADJUSTMENTS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE RETRO-REGISTER.
           DISPLAY "RETRO PERIODS EXAMINED: " WS-EXAMINED-COUNT
               " QUEUED: " WS-QUEUED-COUNT
               " OVERPAID: " WS-OVERPAID-COUNT
               " REVIEW: " WS-REVIEW-COUNT
               " - SEE RETRORPT.DAT".
           STOP RUN.

       LOAD-BUSINESS-DATE.
      *> Missing control record falls back to the system date.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RD-FILE-STATUS = "00"
               READ RUN-DATE-FILE
                   NOT AT END
                       MOVE RD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.

       LOAD-PAY-PERIODS.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-PRD-COUNT >= 500
                               MOVE "Y" TO WS-PRD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRD-COUNT
                               MOVE PP-PERIOD-ID
                                   TO PT-PERIOD-ID (WS-PRD-COUNT)
                               MOVE PP-START-DATE
                                   TO PT-START-DATE (WS-PRD-COUNT)
                               MOVE PP-END-DATE
                                   TO PT-END-DATE (WS-PRD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ RATE-HISTORY
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-RATE-COUNT >= 2000
                               MOVE "Y" TO WS-RATE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RA-EMP-ID
                                   TO RHT-EMP-ID (WS-RATE-COUNT)
                               MOVE RA-EFFECTIVE-DATE
                                 TO RHT-EFFECTIVE-DATE (WS-RATE-COUNT)
                               MOVE RA-PAY-TYPE
                                   TO RHT-PAY-TYPE (WS-RATE-COUNT)
                               MOVE RA-HOURLY-RATE
                                   TO RHT-HOURLY-RATE (WS-RATE-COUNT)
                               MOVE RA-COMM-PLAN
                                   TO RHT-COMM-PLAN (WS-RATE-COUNT)
                               MOVE RA-COMM-RATE
                                   TO RHT-COMM-RATE (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       LOAD-RETRO-ADJUSTMENTS.
      *> Lines the payroll paid in an earlier year have served
      *> their purpose and are dropped at the rewrite.
           OPEN INPUT RETRO-ADJUSTMENTS.
           IF WS-RY-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ RETRO-ADJUSTMENTS
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF RY-DONE AND RY-PAID-DATE (1:4)
                                   < WS-BUSINESS-DATE (1:4)
                               ADD 1 TO WS-DROPPED-COUNT
                           ELSE
                               IF WS-ADJ-COUNT >= 500
                                   MOVE "Y" TO WS-ADJ-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-ADJ-COUNT
                                   MOVE RETRO-ADJ-REC
                                       TO RAJ-RECORD (WS-ADJ-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-ADJUSTMENTS
           END-IF.

       LOAD-PAID-PERIODS.
      *> Only this year's periods are measured - a closed year's
      *> withholding is settled by the annualization and a retro
      *> line paid into it would reopen it.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PH-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAYROLL-HISTORY
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PH-REGULAR-LINE OR PH-RETRO-LINE
                               PERFORM NOTE-PAID-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       NOTE-PAID-LINE.
           PERFORM FIND-PERIOD.
           IF WS-PRD-FOUND = "Y"
               IF PT-END-DATE (WS-PRD-SUB) (1:4)
                       = WS-BUSINESS-DATE (1:4)
                   PERFORM FIND-PAID-ENTRY
                   IF WS-PAID-FOUND = "Y"
                       PERFORM ADD-PAID-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-PERIOD.
           MOVE "N" TO WS-PRD-FOUND.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
                      OR WS-PRD-FOUND = "Y"
               IF PT-PERIOD-ID (WS-PRD-SUB) = PH-PERIOD-ID
                   MOVE "Y" TO WS-PRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-PRD-FOUND = "Y"
               SUBTRACT 1 FROM WS-PRD-SUB
           END-IF.

       FIND-PAID-ENTRY.
      *> A period's first line opens its entry - a second
      *> regular line (a supervisor override) adds to it.
           MOVE "N" TO WS-PAID-FOUND.
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
                      OR WS-PAID-FOUND = "Y"
               IF PPE-EMP-ID (WS-PAID-SUB) = PH-EMP-ID
                       AND PPE-PERIOD-ID (WS-PAID-SUB) = PH-PERIOD-ID
                   MOVE "Y" TO WS-PAID-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND = "Y"
               SUBTRACT 1 FROM WS-PAID-SUB
           ELSE
               IF WS-PAID-COUNT >= 3000
                   MOVE "Y" TO WS-PAID-OVERFLOW
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   MOVE WS-PAID-COUNT TO WS-PAID-SUB
                   MOVE PH-EMP-ID TO PPE-EMP-ID (WS-PAID-SUB)
                   MOVE PH-PERIOD-ID TO PPE-PERIOD-ID (WS-PAID-SUB)
                   MOVE WS-PRD-SUB TO PPE-PRD-SUB (WS-PAID-SUB)
                   MOVE SPACE TO PPE-PAY-TYPE (WS-PAID-SUB)
                   MOVE 0 TO PPE-HOURLY-RATE (WS-PAID-SUB)
                   MOVE 0 TO PPE-COMM-RATE (WS-PAID-SUB)
                   MOVE 0 TO PPE-SALES (WS-PAID-SUB)
                   MOVE 0 TO PPE-BASIC (WS-PAID-SUB)
                   MOVE 0 TO PPE-GROSS (WS-PAID-SUB)
                   MOVE 0 TO PPE-RETRO (WS-PAID-SUB)
                   MOVE "Y" TO WS-PAID-FOUND
               END-IF
           END-IF.

       ADD-PAID-LINE.
      *> A line written before the rate was stamped on the
      *> history carries no pay basis: its whole gross stands as
      *> the basic paid and the period is always recomputed.
           IF PH-RETRO-LINE
               ADD PH-BASIC-PAY TO PPE-RETRO (WS-PAID-SUB)
               ADD PH-GROSS TO PPE-GROSS (WS-PAID-SUB)
           ELSE
               ADD PH-SALES-AMOUNT TO PPE-SALES (WS-PAID-SUB)
               ADD PH-GROSS TO PPE-GROSS (WS-PAID-SUB)
               IF PH-PAY-TYPE = SPACE
                   ADD PH-GROSS TO PPE-BASIC (WS-PAID-SUB)
               ELSE
                   ADD PH-BASIC-PAY TO PPE-BASIC (WS-PAID-SUB)
                   MOVE PH-PAY-TYPE TO PPE-PAY-TYPE (WS-PAID-SUB)
                   MOVE PH-HOURLY-RATE
                       TO PPE-HOURLY-RATE (WS-PAID-SUB)
                   MOVE PH-COMM-RATE TO PPE-COMM-RATE (WS-PAID-SUB)
               END-IF
           END-IF.

       ADD-PENDING-ADJUSTMENTS.
      *> Pending lines count as accounted for - a second run
      *> before the payroll pays them queues only what is new.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE RAJ-RECORD (WS-ADJ-SUB) TO RETRO-ADJ-REC
               IF RY-PENDING
                   PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                           UNTIL WS-PAID-SUB > WS-PAID-COUNT
                       IF PPE-EMP-ID (WS-PAID-SUB) = RY-EMP-ID
                               AND PPE-PERIOD-ID (WS-PAID-SUB)
                                   = RY-PERIOD-ID
                           ADD RY-DIFF TO PPE-RETRO (WS-PAID-SUB)
                           ADD RY-DIFF TO PPE-GROSS (WS-PAID-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       MEASURE-ONE-PERIOD.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE PPE-PRD-SUB (WS-PAID-SUB) TO WS-PRD-SUB.
           PERFORM FIND-RATE-IN-FORCE.
           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-NEW-FOUND = "N"
                   CONTINUE
               WHEN PPE-PAY-TYPE (WS-PAID-SUB) NOT = SPACE
                       AND PPE-PAY-TYPE (WS-PAID-SUB)
                           NOT = WS-NEW-PAY-TYPE
                   MOVE "PAY BASIS CHANGED - REVIEW" TO WS-STATUS-TEXT
                   MOVE 0 TO WS-NEW-BASIC
                   MOVE 0 TO WS-DIFF
                   MOVE 0 TO WS-ADD-DED
                   ADD 1 TO WS-REVIEW-COUNT
                   PERFORM LIST-PERIOD
               WHEN PPE-PAY-TYPE (WS-PAID-SUB) = "H"
                       AND WS-NEW-PAY-TYPE = "H"
                       AND PPE-HOURLY-RATE (WS-PAID-SUB) = WS-NEW-RATE
                   CONTINUE
               WHEN PPE-PAY-TYPE (WS-PAID-SUB) NOT = SPACE
                       AND PPE-PAY-TYPE (WS-PAID-SUB) NOT = "H"
                       AND WS-NEW-PAY-TYPE NOT = "H"
                       AND PPE-COMM-RATE (WS-PAID-SUB) = WS-TIER-RATE
                   CONTINUE
               WHEN OTHER
                   PERFORM RECOMPUTE-PERIOD
           END-EVALUATE.

       FIND-RATE-IN-FORCE.
      *> Latest change effective on or before the period end,
      *> the later-recorded of two on one date - the payroll's rule.
           MOVE "N" TO WS-NEW-FOUND.
           MOVE 0 TO WS-NEW-DATE.
           MOVE 0 TO WS-TIER-RATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF RHT-EMP-ID (WS-RATE-SUB) = PPE-EMP-ID (WS-PAID-SUB)
                       AND RHT-EFFECTIVE-DATE (WS-RATE-SUB)
                           <= PT-END-DATE (WS-PRD-SUB)
                       AND RHT-EFFECTIVE-DATE (WS-RATE-SUB)
                           >= WS-NEW-DATE
                   MOVE "Y" TO WS-NEW-FOUND
                   MOVE RHT-EFFECTIVE-DATE (WS-RATE-SUB) TO WS-NEW-DATE
                   MOVE RHT-PAY-TYPE (WS-RATE-SUB) TO WS-NEW-PAY-TYPE
                   MOVE RHT-HOURLY-RATE (WS-RATE-SUB) TO WS-NEW-RATE
                   MOVE RHT-COMM-PLAN (WS-RATE-SUB) TO WS-NEW-PLAN
                   MOVE RHT-COMM-RATE (WS-RATE-SUB)
                       TO WS-NEW-COMM-RATE
               END-IF
           END-PERFORM.
           IF WS-NEW-FOUND = "Y" AND WS-NEW-PAY-TYPE NOT = "H"
               PERFORM FIND-COMMISSION-RATE
           END-IF.

       FIND-COMMISSION-RATE.
      *> The payroll's standard tiers on the period's sales, or
      *> the flat plan's own rate.
           IF WS-NEW-PLAN = "F"
               MOVE WS-NEW-COMM-RATE TO WS-TIER-RATE
           ELSE
               EVALUATE TRUE
                   WHEN PPE-SALES (WS-PAID-SUB) >= 5000
                       MOVE .150 TO WS-TIER-RATE
                   WHEN PPE-SALES (WS-PAID-SUB) >= 1000
                       MOVE .100 TO WS-TIER-RATE
                   WHEN OTHER
                       MOVE .050 TO WS-TIER-RATE
               END-EVALUATE
           END-IF.

       RECOMPUTE-PERIOD.
           IF WS-NEW-PAY-TYPE = "H"
               PERFORM ACCUMULATE-PERIOD-HOURS
               MOVE PB-BASIC-PAY TO WS-NEW-BASIC
           ELSE
               COMPUTE WS-COMMISSION =
                   PPE-SALES (WS-PAID-SUB) * WS-TIER-RATE
               COMPUTE WS-NEW-BASIC =
                   PPE-SALES (WS-PAID-SUB) + WS-COMMISSION
           END-IF.
           COMPUTE WS-ACCOUNTED = PPE-BASIC (WS-PAID-SUB)
               + PPE-RETRO (WS-PAID-SUB).
           MOVE 0 TO WS-ADD-DED.
           EVALUATE TRUE
               WHEN WS-NEW-BASIC = WS-ACCOUNTED
                   CONTINUE
               WHEN WS-NEW-BASIC < WS-ACCOUNTED
                   COMPUTE WS-DIFF = WS-ACCOUNTED - WS-NEW-BASIC
                   MOVE "OVERPAID - NOT RECOVERED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-OVERPAID-COUNT
                   ADD WS-DIFF TO WS-OVERPAID-TOTAL
                   PERFORM LIST-PERIOD
               WHEN OTHER
                   COMPUTE WS-DIFF = WS-NEW-BASIC - WS-ACCOUNTED
                   PERFORM QUEUE-ADJUSTMENT
                   PERFORM LIST-PERIOD
           END-EVALUATE.

       ACCUMULATE-PERIOD-HOURS.
      *> The payroll's hours for the period: the approved leave
      *> filed inside it, then the timesheet days inside it priced
      *> by PREMPAY against the employee's rest day as the master
      *> now holds it (Sunday when the master cannot say).
           MOVE 0 TO WS-LEAVE-HOURS.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ LEAVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF LG-EMP-ID = PPE-EMP-ID (WS-PAID-SUB)
                                   AND LG-FILED
                                   AND LG-DATE
                                       >= PT-START-DATE (WS-PRD-SUB)
                                   AND LG-DATE
                                       <= PT-END-DATE (WS-PRD-SUB)
                               ADD LG-HOURS TO WS-LEAVE-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-LEDGER
           END-IF.
           MOVE "7" TO WS-REST-DAY.
           IF WS-EM-OPENED = "Y"
               MOVE PPE-EMP-ID (WS-PAID-SUB) TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   NOT INVALID KEY
                       MOVE EM-REST-DAY TO WS-REST-DAY
               END-READ
           END-IF.
           CALL "PREMPAY" USING PPE-EMP-ID (WS-PAID-SUB) WS-REST-DAY
               WS-NEW-RATE PT-START-DATE (WS-PRD-SUB)
               PT-END-DATE (WS-PRD-SUB) WS-LEAVE-HOURS
               PREMIUM-BREAKDOWN.

       QUEUE-ADJUSTMENT.
      *> A separated employee has had the final pay - the
      *> payroll will not see them again, so HR settles by hand.
           IF WS-EM-OPENED = "Y"
               MOVE PPE-EMP-ID (WS-PAID-SUB) TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   INVALID KEY
                       MOVE "NOT ON EMPMAST - NOT QUEUED"
                           TO WS-STATUS-TEXT
                   NOT INVALID KEY
                       IF EM-TERMINATED
                           MOVE "SEPARATED - NOT QUEUED"
                               TO WS-STATUS-TEXT
                       END-IF
               END-READ
           END-IF.
           IF WS-STATUS-TEXT = SPACES AND WS-ADJ-COUNT >= 500
               MOVE "RETROADJ.DAT FULL - NOT QUEUED" TO WS-STATUS-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-STATUS-TEXT NOT = SPACES
               ADD 1 TO WS-REVIEW-COUNT
           ELSE
               PERFORM COMPUTE-ADDED-DEDUCTIONS
               MOVE PPE-EMP-ID (WS-PAID-SUB) TO RY-EMP-ID
               MOVE PPE-PERIOD-ID (WS-PAID-SUB) TO RY-PERIOD-ID
               MOVE WS-NEW-PAY-TYPE TO RY-PAY-TYPE
               MOVE PPE-HOURLY-RATE (WS-PAID-SUB) TO RY-OLD-RATE
               MOVE WS-NEW-RATE TO RY-NEW-RATE
               MOVE PPE-COMM-RATE (WS-PAID-SUB) TO RY-OLD-COMM-RATE
               MOVE WS-TIER-RATE TO RY-NEW-COMM-RATE
               MOVE WS-ACCOUNTED TO RY-PAID-BASIC
               MOVE WS-NEW-BASIC TO RY-NEW-BASIC
               MOVE WS-DIFF TO RY-DIFF
               MOVE WS-ADD-SSS TO RY-SSS
               MOVE WS-ADD-PHILHEALTH TO RY-PHILHEALTH
               MOVE WS-ADD-PAGIBIG TO RY-PAGIBIG
               MOVE WS-ADD-WTAX TO RY-WTAX
               MOVE WS-BUSINESS-DATE TO RY-COMPUTED-DATE
               MOVE "P" TO RY-STATUS
               MOVE 0 TO RY-PAID-DATE
               ADD 1 TO WS-ADJ-COUNT
               MOVE RETRO-ADJ-REC TO RAJ-RECORD (WS-ADJ-COUNT)
               ADD WS-DIFF TO PPE-RETRO (WS-PAID-SUB)
               ADD WS-DIFF TO PPE-GROSS (WS-PAID-SUB)
               MOVE "QUEUED FOR NEXT PAYROLL" TO WS-STATUS-TEXT
               ADD 1 TO WS-QUEUED-COUNT
               ADD WS-DIFF TO WS-QUEUED-TOTAL
               ADD WS-ADD-DED TO WS-DED-TOTAL
           END-IF.

       COMPUTE-ADDED-DEDUCTIONS.
      *> The deductions the period should have drawn less the
      *> deductions it drew - both off the same bracket tables, so
      *> the difference is exactly what the raise adds.
           MOVE PPE-GROSS (WS-PAID-SUB) TO WS-STAT-GROSS.
           CALL "STATDED" USING WS-STAT-GROSS WS-OLD-SSS
               WS-OLD-PHILHEALTH WS-OLD-PAGIBIG WS-OLD-WTAX.
           COMPUTE WS-STAT-GROSS = PPE-GROSS (WS-PAID-SUB) + WS-DIFF.
           CALL "STATDED" USING WS-STAT-GROSS WS-NEW-SSS
               WS-NEW-PHILHEALTH WS-NEW-PAGIBIG WS-NEW-WTAX.
           MOVE 0 TO WS-ADD-SSS.
           MOVE 0 TO WS-ADD-PHILHEALTH.
           MOVE 0 TO WS-ADD-PAGIBIG.
           MOVE 0 TO WS-ADD-WTAX.
           IF WS-NEW-SSS > WS-OLD-SSS
               COMPUTE WS-ADD-SSS = WS-NEW-SSS - WS-OLD-SSS
           END-IF.
           IF WS-NEW-PHILHEALTH > WS-OLD-PHILHEALTH
               COMPUTE WS-ADD-PHILHEALTH =
                   WS-NEW-PHILHEALTH - WS-OLD-PHILHEALTH
           END-IF.
           IF WS-NEW-PAGIBIG > WS-OLD-PAGIBIG
               COMPUTE WS-ADD-PAGIBIG = WS-NEW-PAGIBIG - WS-OLD-PAGIBIG
           END-IF.
           IF WS-NEW-WTAX > WS-OLD-WTAX
               COMPUTE WS-ADD-WTAX = WS-NEW-WTAX - WS-OLD-WTAX
           END-IF.
           COMPUTE WS-ADD-DED = WS-ADD-SSS + WS-ADD-PHILHEALTH
               + WS-ADD-PAGIBIG + WS-ADD-WTAX.
      *> The deductions can never take more than the difference.
           IF WS-ADD-DED > WS-DIFF
               MOVE 0 TO WS-ADD-WTAX
               COMPUTE WS-ADD-DED = WS-ADD-SSS + WS-ADD-PHILHEALTH
                   + WS-ADD-PAGIBIG
           END-IF.

       LIST-PERIOD.
           MOVE PPE-EMP-ID (WS-PAID-SUB) TO RRD-EMP-ID.
           MOVE PPE-PERIOD-ID (WS-PAID-SUB) TO RRD-PERIOD-ID.
           MOVE WS-NEW-PAY-TYPE TO RRD-PAY-TYPE.
           IF WS-NEW-PAY-TYPE = "H"
               MOVE PPE-HOURLY-RATE (WS-PAID-SUB) TO RRD-OLD-RATE
               MOVE WS-NEW-RATE TO RRD-NEW-RATE
           ELSE
               MOVE PPE-COMM-RATE (WS-PAID-SUB) TO RRD-OLD-RATE
               MOVE WS-TIER-RATE TO RRD-NEW-RATE
           END-IF.
           MOVE PPE-BASIC (WS-PAID-SUB) TO RRD-PAID-BASIC.
           MOVE WS-NEW-BASIC TO RRD-NEW-BASIC.
           MOVE WS-DIFF TO RRD-DIFF.
           MOVE WS-ADD-DED TO RRD-DEDUCTIONS.
           MOVE WS-STATUS-TEXT TO RRD-STATUS.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE RR-DETAIL-LINE TO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       SAVE-RETRO-ADJUSTMENTS.
           OPEN OUTPUT RETRO-ADJUSTMENTS.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE RAJ-RECORD (WS-ADJ-SUB) TO RETRO-ADJ-REC
               WRITE RETRO-ADJ-REC
           END-PERFORM.
           CLOSE RETRO-ADJUSTMENTS.

       PRINT-CONTROL-TOTALS.
           MOVE WS-EXAMINED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "EMPLOYEE PERIODS EXAMINED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-ED.
           MOVE WS-QUEUED-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "ADJUSTMENTS QUEUED: " WS-COUNT-ED
               "  RETRO PAY: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-DED-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "DEDUCTIONS ON RETRO PAY: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-OVERPAID-COUNT TO WS-COUNT-ED.
           MOVE WS-OVERPAID-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "OVERPAID PERIODS: " WS-COUNT-ED
               "  NOT RECOVERED: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-REVIEW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "PERIODS HELD FOR REVIEW: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-DROPPED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RR-BUILD.
           STRING "PRIOR-YEAR PAID LINES DROPPED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-LISTED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-RR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       START-REGISTER-PAGE.
           ADD 1 TO WS-RR-PAGE-NO.
           MOVE "RETROACTIVE PAY ADJUSTMENTS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-RR-PAGE-NO TO RPT-H-PAGE.
           WRITE RR-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE RR-PRINT-LINE FROM RR-HEADING-LINE.
           MOVE 0 TO WS-RR-LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-RR-LINE-COUNT >= 55
               PERFORM START-REGISTER-PAGE
           END-IF.
           WRITE RR-PRINT-LINE FROM WS-RR-BUILD.
           ADD 1 TO WS-RR-LINE-COUNT.
