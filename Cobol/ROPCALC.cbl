       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
      *> Demand-based reorder-point recalculation. Measures each
      *> SKU's average daily issue quantity and its day-to-day
      *> standard deviation over the ROPCTL window of posted issues
      *> on MVTHIST (days with no issue count as zero demand), and
      *> proposes a safety stock of the service factor times the
      *> deviation times the root of the supplier's lead time, and
      *> a reorder point of the lead-time demand plus that safety
      *> stock. The proposals print against the stock master's
      *> current figures and land on ROPPROP.DAT for the buyer to
      *> flag - the COUNTSHT approval shape. The next run first
      *> applies the lines the buyer approved to STOCKQTY, under the
      *> STKLOCK interlock the posting run's commit uses, then
      *> rebuilds the proposals from fresh history, so an approved
      *> line is applied once and an unreviewed one is simply
      *> measured again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The posting run's commit holds STKLOCK while the
      *> stock master swaps over - a reader through that window
      *> would see a half-copied file.
           SELECT STOCK-LOCK ASSIGN TO "STKLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KL-FILE-STATUS.
           SELECT STOCK-QTYS ASSIGN TO "STOCKQTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT SKU-SUPPLIER ASSIGN TO "SKUSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT MOVEMENT-HISTORY ASSIGN TO "MVTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT ROP-CONTROL ASSIGN TO "ROPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.
           SELECT ROP-PROPOSALS ASSIGN TO "ROPPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT PROPOSAL-REPORT ASSIGN TO "ROPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCK.
       COPY STKLOCK.
       FD  STOCK-QTYS.
       COPY STOCKQTY.
       FD  SKU-SUPPLIER.
       COPY SKUSUPP.
       FD  MOVEMENT-HISTORY.
       COPY MVTHIST.
       FD  ROP-CONTROL.
       COPY ROPCTL.
       FD  ROP-PROPOSALS.
       COPY ROPPROP.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  PROPOSAL-REPORT.
       01  RP-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-KL-FILE-STATUS          PIC XX.
       01  WS-STOCK-LOCKED            PIC X.
       COPY RPTHDR.
       01  WS-SQ-FILE-STATUS          PIC XX.
       01  WS-SS-FILE-STATUS          PIC XX.
       01  WS-MH-FILE-STATUS          PIC XX.
       01  WS-RO-FILE-STATUS          PIC XX.
       01  WS-RQ-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE 90.
       01  WS-SERVICE-FACTOR          PIC 9V99 VALUE 1.65.
       01  WS-WINDOW-START            PIC 9(8).
       01  WS-STOCK-COUNT             PIC 9(3) VALUE 0.
       01  WS-STOCK-SUB               PIC 9(3).
       01  WS-HIT-SUB                 PIC 9(3).
       01  WS-SKU-FOUND               PIC X.
       01  WS-FIND-SKU                PIC X(10).
       01  WS-STOCK-OVERFLOW          PIC X VALUE "N".
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-PROPOSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-SUPPLIER-COUNT       PIC 9(5) VALUE 0.
      *> Demand arithmetic for one SKU.
       01  WS-AVG-DAILY               PIC 9(5)V9999.
       01  WS-VARIANCE                PIC S9(11)V9999.
       01  WS-STD-DEV                 PIC 9(5)V9999.
       01  WS-NEW-SAFETY              PIC 9(7).
       01  WS-NEW-REORDER             PIC 9(7).
       01  WS-CHANGE-NOTE             PIC X(12).
      *> The stock master in memory with every field it carries,
      *> since approved lines rewrite it - plus, per SKU, the lead
      *> time off SKUSUPP and the running demand sums: the day being
      *> accumulated, and the sum and sum of squares of the closed
      *> days.
       01  STOCK-TABLE-AREA.
           05  STOCK-ENTRY OCCURS 200 TIMES.
               10  SK-SKU             PIC X(10).
               10  SK-QTY-LOC         PIC 9(5) OCCURS 3 TIMES.
               10  SK-REORDER-POINT   PIC 9(5).
               10  SK-AVG-COST        PIC 9(5)V9999.
               10  SK-SAFETY-STOCK    PIC 9(5).
               10  SK-HAS-SUPPLIER    PIC X.
               10  SK-LEAD-TIME       PIC 9(3).
               10  SK-DAY-DATE        PIC 9(8).
               10  SK-DAY-QTY         PIC 9(7).
               10  SK-SUM-QTY         PIC 9(9).
               10  SK-SUM-SQUARES     PIC 9(15).
      *> Report page handling - the shop's 55-line standard.
       01  WS-RP-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-RP-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-RP-BUILD                PIC X(132).
       01  RP-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "SKU".
           05  FILLER                 PIC X(6) VALUE "LEAD".
           05  FILLER                 PIC X(11) VALUE "  AVG/DAY".
           05  FILLER                 PIC X(11) VALUE "  STD DEV".
           05  FILLER                 PIC X(18) VALUE
               "  REORDER PT".
           05  FILLER                 PIC X(18) VALUE
               "  SAFETY STOCK".
           05  FILLER                 PIC X(12) VALUE "  NOTE".
       01  RP-DETAIL-LINE.
           05  RPD-SKU                PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPD-LEAD-TIME          PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RPD-AVG-DAILY          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPD-STD-DEV            PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPD-OLD-REORDER        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE " -> ".
           05  RPD-NEW-REORDER        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPD-OLD-SAFETY         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE " -> ".
           05  RPD-NEW-SAFETY         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPD-NOTE               PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-STOCK-MASTER-FREE.
           IF WS-STOCK-LOCKED = "Y"
               DISPLAY "STOCK MASTER LOCKED BY " KL-HOLDER-PROGRAM
                   " SINCE " KL-TIMESTAMP " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ROP-CONTROL.
           PERFORM LOAD-STOCK-MASTER.
           IF WS-STOCK-COUNT = 0
               DISPLAY "STOCKQTY.DAT EMPTY OR MISSING - NO"
                   " RECALCULATION"
               STOP RUN
           END-IF.
      *> A master past table capacity must never be rewritten
      *> from the table - every SKU past the cap would be deleted.
           IF WS-STOCK-OVERFLOW = "Y"
               DISPLAY "STOCKQTY.DAT EXCEEDS 200 SKUS - RUN"
                   " REFUSED, FILE LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSAL-REPORT.
           MOVE 0 TO WS-RP-PAGE-NO.
           MOVE 99 TO WS-RP-LINE-COUNT.
           PERFORM APPLY-APPROVED-PROPOSALS.
           IF WS-APPLIED-COUNT > 0
               PERFORM REWRITE-STOCK-MASTER
           END-IF.
           PERFORM LOAD-LEAD-TIMES.
           PERFORM MEASURE-DEMAND.
           PERFORM WRITE-PROPOSALS.
           MOVE WS-PROPOSED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-RP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE PROPOSAL-REPORT.
           DISPLAY "APPROVED PROPOSALS APPLIED: " WS-APPLIED-COUNT
               " PROPOSED: " WS-PROPOSED-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               " NO SUPPLIER: " WS-NO-SUPPLIER-COUNT
               " - SEE ROPRPT.DAT".
           STOP RUN.

       CHECK-STOCK-MASTER-FREE.
           MOVE "N" TO WS-STOCK-LOCKED.
           OPEN INPUT STOCK-LOCK.
           IF WS-KL-FILE-STATUS = "00"
               READ STOCK-LOCK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-STOCK-LOCKED
               END-READ
               CLOSE STOCK-LOCK
           END-IF.

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

       LOAD-ROP-CONTROL.
      *> A missing or unreadable control keeps the defaults.
           OPEN INPUT ROP-CONTROL.
           IF WS-RO-FILE-STATUS = "00"
               READ ROP-CONTROL
                   NOT AT END
                       IF RO-WINDOW-DAYS IS NUMERIC
                               AND RO-WINDOW-DAYS > 0
                           MOVE RO-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF RO-SERVICE-FACTOR IS NUMERIC
                               AND RO-SERVICE-FACTOR > 0
                           MOVE RO-SERVICE-FACTOR
                               TO WS-SERVICE-FACTOR
                       END-IF
               END-READ
               CLOSE ROP-CONTROL
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - WS-WINDOW-DAYS + 1).

       LOAD-STOCK-MASTER.
           OPEN INPUT STOCK-QTYS.
           IF WS-SQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STOCK-QTYS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-STOCK-COUNT >= 200
                               MOVE "Y" TO WS-STOCK-OVERFLOW
                           ELSE
                               ADD 1 TO WS-STOCK-COUNT
                               PERFORM LOAD-ONE-STOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-QTYS
           END-IF.

       LOAD-ONE-STOCK-LINE.
           MOVE SQ-SKU TO SK-SKU (WS-STOCK-COUNT).
           MOVE SQ-QTY-LOC1 TO SK-QTY-LOC (WS-STOCK-COUNT 1).
           MOVE SQ-QTY-LOC2 TO SK-QTY-LOC (WS-STOCK-COUNT 2).
           MOVE SQ-QTY-LOC3 TO SK-QTY-LOC (WS-STOCK-COUNT 3).
           MOVE SQ-REORDER-POINT TO SK-REORDER-POINT (WS-STOCK-COUNT).
           MOVE 0 TO SK-AVG-COST (WS-STOCK-COUNT).
           IF SQ-AVG-COST IS NUMERIC
               MOVE SQ-AVG-COST TO SK-AVG-COST (WS-STOCK-COUNT)
           END-IF.
           MOVE 0 TO SK-SAFETY-STOCK (WS-STOCK-COUNT).
           IF SQ-SAFETY-STOCK IS NUMERIC
               MOVE SQ-SAFETY-STOCK TO SK-SAFETY-STOCK (WS-STOCK-COUNT)
           END-IF.
           MOVE "N" TO SK-HAS-SUPPLIER (WS-STOCK-COUNT).
           MOVE 0 TO SK-LEAD-TIME (WS-STOCK-COUNT).
           MOVE 0 TO SK-DAY-DATE (WS-STOCK-COUNT).
           MOVE 0 TO SK-DAY-QTY (WS-STOCK-COUNT).
           MOVE 0 TO SK-SUM-QTY (WS-STOCK-COUNT).
           MOVE 0 TO SK-SUM-SQUARES (WS-STOCK-COUNT).

       FIND-STOCK-SKU.
           MOVE "N" TO WS-SKU-FOUND.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
                   OR WS-SKU-FOUND = "Y"
               IF SK-SKU (WS-STOCK-SUB) = WS-FIND-SKU
                   MOVE "Y" TO WS-SKU-FOUND
                   MOVE WS-STOCK-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.

       APPLY-APPROVED-PROPOSALS.
      *> Last run's proposals the buyer flagged go onto the
      *> master as proposed; a SKU since dropped from the master is
      *> reported and passed by.
           OPEN INPUT ROP-PROPOSALS.
           IF WS-RQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ROP-PROPOSALS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RQ-APPROVED
                               PERFORM APPLY-ONE-PROPOSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROP-PROPOSALS
           END-IF.

       APPLY-ONE-PROPOSAL.
           MOVE RQ-SKU TO WS-FIND-SKU.
           PERFORM FIND-STOCK-SKU.
           MOVE SPACES TO WS-RP-BUILD.
           IF WS-SKU-FOUND = "N"
               STRING "APPROVED " RQ-SKU " NOT ON STOCKQTY.DAT"
                   " - NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-RP-BUILD
           ELSE
               MOVE RQ-NEW-REORDER-POINT
                   TO SK-REORDER-POINT (WS-HIT-SUB)
               MOVE RQ-NEW-SAFETY-STOCK
                   TO SK-SAFETY-STOCK (WS-HIT-SUB)
               ADD 1 TO WS-APPLIED-COUNT
               STRING "APPLIED  " RQ-SKU " REORDER POINT "
                   RQ-NEW-REORDER-POINT " SAFETY STOCK "
                   RQ-NEW-SAFETY-STOCK " (PROPOSED "
                   RQ-CALC-DATE ")"
                   DELIMITED BY SIZE INTO WS-RP-BUILD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY WS-RP-BUILD (1:72).

       REWRITE-STOCK-MASTER.
      *> The live file is open for output only inside the lock,
      *> the posting run's own commit rule - a crash here leaves
      *> the lock on for the operator instead of a silent torn
      *> master.
           OPEN OUTPUT STOCK-LOCK.
           MOVE "ROPCALC" TO KL-HOLDER-PROGRAM.
           MOVE SPACES TO KL-HOLDER-USER.
           MOVE FUNCTION CURRENT-DATE TO KL-TIMESTAMP.
           WRITE STK-LOCK-REC.
           CLOSE STOCK-LOCK.
           OPEN OUTPUT STOCK-QTYS.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
               MOVE SK-SKU (WS-STOCK-SUB) TO SQ-SKU
               MOVE SK-QTY-LOC (WS-STOCK-SUB 1) TO SQ-QTY-LOC1
               MOVE SK-QTY-LOC (WS-STOCK-SUB 2) TO SQ-QTY-LOC2
               MOVE SK-QTY-LOC (WS-STOCK-SUB 3) TO SQ-QTY-LOC3
               MOVE SK-REORDER-POINT (WS-STOCK-SUB)
                   TO SQ-REORDER-POINT
               MOVE SK-AVG-COST (WS-STOCK-SUB) TO SQ-AVG-COST
               MOVE SK-SAFETY-STOCK (WS-STOCK-SUB)
                   TO SQ-SAFETY-STOCK
               WRITE STOCK-QTY-REC
           END-PERFORM.
           CLOSE STOCK-QTYS.
           OPEN OUTPUT STOCK-LOCK.
           CLOSE STOCK-LOCK.

       LOAD-LEAD-TIMES.
      *> The SKU's first supplier line gives the lead time, the
      *> PURCHSUG join.
           OPEN INPUT SKU-SUPPLIER.
           IF WS-SS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SKU-SUPPLIER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SS-SKU TO WS-FIND-SKU
                           PERFORM FIND-STOCK-SKU
                           IF WS-SKU-FOUND = "Y"
                                   AND SK-HAS-SUPPLIER (WS-HIT-SUB)
                                       = "N"
                               MOVE "Y"
                                   TO SK-HAS-SUPPLIER (WS-HIT-SUB)
                               MOVE SS-LEAD-TIME
                                   TO SK-LEAD-TIME (WS-HIT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKU-SUPPLIER
           END-IF.

       MEASURE-DEMAND.
      *> MVTHIST is appended in business-date order, so each
      *> SKU's issues arrive day by day: a new date closes the day
      *> before into the sums.
           OPEN INPUT MOVEMENT-HISTORY.
           IF WS-MH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MOVEMENT-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF MH-TYPE = "I"
                                   AND MH-RESULT (1:6) = "POSTED"
                                   AND MH-BUSINESS-DATE
                                       >= WS-WINDOW-START
                                   AND MH-BUSINESS-DATE
                                       <= WS-BUSINESS-DATE
                               PERFORM COUNT-ONE-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-HISTORY
           END-IF.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-STOCK-COUNT
               PERFORM CLOSE-DEMAND-DAY
           END-PERFORM.

       COUNT-ONE-ISSUE.
           MOVE MH-SKU TO WS-FIND-SKU.
           PERFORM FIND-STOCK-SKU.
           IF WS-SKU-FOUND = "Y"
               IF SK-DAY-DATE (WS-HIT-SUB) NOT = MH-BUSINESS-DATE
                   PERFORM CLOSE-DEMAND-DAY
                   MOVE MH-BUSINESS-DATE TO SK-DAY-DATE (WS-HIT-SUB)
               END-IF
               ADD MH-QTY TO SK-DAY-QTY (WS-HIT-SUB)
           END-IF.

       CLOSE-DEMAND-DAY.
           ADD SK-DAY-QTY (WS-HIT-SUB) TO SK-SUM-QTY (WS-HIT-SUB).
           COMPUTE SK-SUM-SQUARES (WS-HIT-SUB) =
               SK-SUM-SQUARES (WS-HIT-SUB)
               + SK-DAY-QTY (WS-HIT-SUB) * SK-DAY-QTY (WS-HIT-SUB).
           MOVE 0 TO SK-DAY-QTY (WS-HIT-SUB).

       WRITE-PROPOSALS.
           OPEN OUTPUT ROP-PROPOSALS.
           MOVE SPACES TO WS-RP-BUILD.
           STRING "DEMAND WINDOW " WS-WINDOW-START " TO "
               WS-BUSINESS-DATE " (" WS-WINDOW-DAYS " DAYS)"
               "  SERVICE FACTOR " WS-SERVICE-FACTOR
               DELIMITED BY SIZE INTO WS-RP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE RP-COLUMN-LINE TO WS-RP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-STOCK-COUNT
               IF SK-HAS-SUPPLIER (WS-HIT-SUB) = "Y"
                   PERFORM PROPOSE-ONE-SKU
               ELSE
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
                   MOVE SPACES TO WS-RP-BUILD
                   STRING SK-SKU (WS-HIT-SUB)
                       "  NO SKUSUPP LINE - NO LEAD TIME, NOT PROPOSED"
                       DELIMITED BY SIZE INTO WS-RP-BUILD
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE ROP-PROPOSALS.

       PROPOSE-ONE-SKU.
      *> Mean and variance over every day of the window - a day
      *> with no issue is a day of zero demand.
           COMPUTE WS-AVG-DAILY ROUNDED =
               SK-SUM-QTY (WS-HIT-SUB) / WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE ROUNDED =
               SK-SUM-SQUARES (WS-HIT-SUB) / WS-WINDOW-DAYS
               - (SK-SUM-QTY (WS-HIT-SUB) / WS-WINDOW-DAYS) ** 2.
           IF WS-VARIANCE > 0
               COMPUTE WS-STD-DEV ROUNDED =
                   FUNCTION SQRT (WS-VARIANCE)
           ELSE
               MOVE 0 TO WS-STD-DEV
           END-IF.
           COMPUTE WS-NEW-SAFETY ROUNDED = WS-SERVICE-FACTOR
               * WS-STD-DEV * FUNCTION SQRT (SK-LEAD-TIME (WS-HIT-SUB)).
           COMPUTE WS-NEW-REORDER ROUNDED = WS-AVG-DAILY
               * SK-LEAD-TIME (WS-HIT-SUB) + WS-NEW-SAFETY.
           IF WS-NEW-SAFETY > 99999
               MOVE 99999 TO WS-NEW-SAFETY
           END-IF.
           IF WS-NEW-REORDER > 99999
               MOVE 99999 TO WS-NEW-REORDER
           END-IF.
           MOVE SK-SKU (WS-HIT-SUB) TO RQ-SKU.
           MOVE WS-BUSINESS-DATE TO RQ-CALC-DATE.
           MOVE SK-LEAD-TIME (WS-HIT-SUB) TO RQ-LEAD-TIME.
           MOVE WS-AVG-DAILY TO RQ-AVG-DAILY.
           MOVE WS-STD-DEV TO RQ-STD-DEV.
           MOVE SK-REORDER-POINT (WS-HIT-SUB) TO RQ-OLD-REORDER-POINT.
           MOVE SK-SAFETY-STOCK (WS-HIT-SUB) TO RQ-OLD-SAFETY-STOCK.
           MOVE WS-NEW-REORDER TO RQ-NEW-REORDER-POINT.
           MOVE WS-NEW-SAFETY TO RQ-NEW-SAFETY-STOCK.
           MOVE SPACE TO RQ-APPROVED-FLAG.
           WRITE ROP-PROPOSAL-REC.
           ADD 1 TO WS-PROPOSED-COUNT.
           IF RQ-NEW-REORDER-POINT = RQ-OLD-REORDER-POINT
                   AND RQ-NEW-SAFETY-STOCK = RQ-OLD-SAFETY-STOCK
               MOVE "NO CHANGE" TO WS-CHANGE-NOTE
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               IF RQ-NEW-REORDER-POINT > RQ-OLD-REORDER-POINT
                   MOVE "RAISE" TO WS-CHANGE-NOTE
               ELSE
                   IF RQ-NEW-REORDER-POINT < RQ-OLD-REORDER-POINT
                       MOVE "LOWER" TO WS-CHANGE-NOTE
                   ELSE
                       MOVE "SAFETY ONLY" TO WS-CHANGE-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE RQ-SKU TO RPD-SKU.
           MOVE RQ-LEAD-TIME TO RPD-LEAD-TIME.
           MOVE RQ-AVG-DAILY TO RPD-AVG-DAILY.
           MOVE RQ-STD-DEV TO RPD-STD-DEV.
           MOVE RQ-OLD-REORDER-POINT TO RPD-OLD-REORDER.
           MOVE RQ-NEW-REORDER-POINT TO RPD-NEW-REORDER.
           MOVE RQ-OLD-SAFETY-STOCK TO RPD-OLD-SAFETY.
           MOVE RQ-NEW-SAFETY-STOCK TO RPD-NEW-SAFETY.
           MOVE WS-CHANGE-NOTE TO RPD-NOTE.
           MOVE RP-DETAIL-LINE TO WS-RP-BUILD.
           PERFORM WRITE-REPORT-LINE.

       START-REPORT-PAGE.
           ADD 1 TO WS-RP-PAGE-NO.
           MOVE "REORDER POINT PROPOSALS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-RP-PAGE-NO TO RPT-H-PAGE.
           WRITE RP-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-RP-LINE-COUNT.

       WRITE-REPORT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-RP-LINE-COUNT >= 55
               PERFORM START-REPORT-PAGE
           END-IF.
           WRITE RP-PRINT-LINE FROM WS-RP-BUILD.
           ADD 1 TO WS-RP-LINE-COUNT.
