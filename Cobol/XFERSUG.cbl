       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERSUG.
      *> Inter-location stock rebalancing - run after the warehouse
      *> reorder sweep and ahead of the suggested purchase orders,
      *> so stock sitting surplus at one location is moved to a
      *> short one instead of being bought again. Each location's
      *> quantity, net of the issues and transfers already waiting
      *> on tonight's STOCKMVT, is held against its XFERCTL share
      *> of the SKU's reorder point; a short location is proposed
      *> a transfer from the location with the most surplus, never
      *> less than the control minimum. Proposals land on
      *> XFERPROP.DAT for the warehouse supervisor to flag - the
      *> COUNTSHT approval shape - and the next run writes the
      *> approved lines to STOCKMVT as transfer movements for the
      *> stock posting, then rebuilds the proposals from the new
      *> position. REORDER.DAT is rewritten to the SKUs still
      *> short once the approved transfers are counted, so only
      *> that shortage reaches PURCHSUG. The pick list shows the
      *> approved transfers to move, the proposals awaiting
      *> approval and any approved line refused.
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
           SELECT STOCK-MOVEMENTS ASSIGN TO "STOCKMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-FILE-STATUS.
           SELECT XFER-CONTROL ASSIGN TO "XFERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-FILE-STATUS.
           SELECT XFER-PROPOSALS ASSIGN TO "XFERPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XP-FILE-STATUS.
           SELECT REORDER-REPORT ASSIGN TO "REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT PICK-LIST ASSIGN TO "XFERPICK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCK.
       COPY STKLOCK.
       FD  STOCK-QTYS.
       COPY STOCKQTY.
       FD  STOCK-MOVEMENTS.
       COPY STOCKMVT.
       FD  XFER-CONTROL.
       COPY XFERCTL.
       FD  XFER-PROPOSALS.
       COPY XFERPROP.
       FD  REORDER-REPORT.
       COPY REORDER.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  PICK-LIST.
       01  PK-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-KL-FILE-STATUS          PIC XX.
       01  WS-STOCK-LOCKED            PIC X.
       COPY RPTHDR.
       01  WS-SQ-FILE-STATUS          PIC XX.
       01  WS-MV-FILE-STATUS          PIC XX.
       01  WS-XC-FILE-STATUS          PIC XX.
       01  WS-XP-FILE-STATUS          PIC XX.
       01  WS-RR-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-MIN-TRANSFER-QTY        PIC 9(5) VALUE 10.
       01  WS-SHARE-AREA.
           05  WS-SHARE-PCT           PIC 9(3) OCCURS 3 TIMES.
       01  WS-LOC                     PIC 9.
       01  WS-FROM-LOC                PIC 9.
       01  WS-TO-LOC                  PIC 9.
       01  WS-NEED                    PIC 9(5).
       01  WS-SURPLUS                 PIC 9(5).
       01  WS-BEST-SURPLUS            PIC 9(5).
       01  WS-XFER-QTY                PIC 9(5).
       01  WS-STILL-SHORT             PIC X.
       01  WS-LOWEST-QTY              PIC 9(5).
       01  WS-PICK-RESULT             PIC X(36).
       01  WS-APPROVED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01  WS-PROPOSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-COVERED-COUNT           PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT              PIC 9(5) VALUE 0.
       01  WS-REORDER-OPENED          PIC X VALUE "N".
      *> The stock master as it will stand once tonight's
      *> movements post - what a transfer can really take.
       01  WS-STOCK-COUNT             PIC 9(3) VALUE 0.
       01  WS-STOCK-SUB               PIC 9(3).
       01  WS-HIT-SUB                 PIC 9(3).
       01  WS-SKU-FOUND               PIC X.
       01  WS-STOCK-OVERFLOW          PIC X VALUE "N".
       01  WS-FIND-SKU                PIC X(10).
       01  STOCK-TABLE-AREA.
           05  STOCK-ENTRY OCCURS 200 TIMES.
               10  SK-SKU             PIC X(10).
               10  SK-QTY-LOC         PIC 9(5) OCCURS 3 TIMES.
               10  SK-TARGET-LOC      PIC 9(5) OCCURS 3 TIMES.
      *> The sweep's reorder lines, held while the file is
      *> rewritten to the shortage left after rebalancing.
       01  WS-RW-COUNT                PIC 9(3) VALUE 0.
       01  WS-RW-SUB                  PIC 9(3).
       01  WS-RW-OVERFLOW             PIC X VALUE "N".
       01  REORDER-TABLE-AREA.
           05  REORDER-ENTRY OCCURS 200 TIMES.
               10  RW-SKU             PIC X(10).
               10  RW-LOWEST-QTY      PIC 9(5).
               10  RW-REORDER-POINT   PIC 9(5).
      *> Report page handling - the shop's 55-line standard.
       01  WS-PK-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-PK-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-PK-BUILD                PIC X(132).
       01  PK-HEADING-LINE.
           05  FILLER PIC X(12) VALUE "SKU".
           05  FILLER PIC X(10) VALUE "FROM LOC".
           05  FILLER PIC X(8)  VALUE "TO LOC".
           05  FILLER PIC X(10) VALUE "QUANTITY".
           05  FILLER PIC X(36) VALUE "STATUS".
           05  FILLER PIC X(10) VALUE "PICKED BY".
       01  PK-DETAIL-LINE.
           05  PKD-SKU                PIC X(10).
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  PKD-FROM-LOC           PIC 9.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  PKD-TO-LOC             PIC 9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PKD-QTY                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PKD-RESULT             PIC X(36).
           05  PKD-SIGN-OFF           PIC X(10).

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
           PERFORM LOAD-XFER-CONTROL.
           PERFORM LOAD-STOCK-MASTER.
           IF WS-STOCK-COUNT = 0
               DISPLAY "STOCKQTY.DAT EMPTY OR MISSING - NO"
                   " REBALANCING"
               STOP RUN
           END-IF.
           IF WS-STOCK-OVERFLOW = "Y"
               DISPLAY "STOCKQTY.DAT EXCEEDS 200 SKUS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Everything that can refuse the run is checked before
      *> the first transfer lands on STOCKMVT - a refusal after
      *> that would write the same transfers twice on the rerun.
           PERFORM LOAD-REORDER-LINES.
           IF WS-RW-OVERFLOW = "Y"
               DISPLAY "REORDER.DAT EXCEEDS 200 LINES - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-MOVEMENTS.
           OPEN OUTPUT PICK-LIST.
           MOVE 0 TO WS-PK-PAGE-NO.
           MOVE 99 TO WS-PK-LINE-COUNT.
           PERFORM APPLY-APPROVED-TRANSFERS.
           PERFORM REWRITE-REORDER-LINES.
           PERFORM PROPOSE-TRANSFERS.
           MOVE SPACES TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           MOVE SPACES TO WS-PK-BUILD.
           IF WS-REORDER-OPENED = "Y"
               STRING "REORDER LINES: " WS-RW-COUNT
                   "  COVERED BY APPROVED TRANSFERS: "
                   WS-COVERED-COUNT
                   "  LEFT FOR PURCHASING: " WS-LEFT-COUNT
                   DELIMITED BY SIZE INTO WS-PK-BUILD
           ELSE
               MOVE "REORDER.DAT NOT AVAILABLE - RUN THE REORDER SWEEP"
                   TO WS-PK-BUILD
           END-IF.
           PERFORM WRITE-PICK-LINE.
           MOVE WS-APPROVED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           CLOSE PICK-LIST.
           DISPLAY "TRANSFERS WRITTEN: " WS-APPROVED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " PROPOSED FOR APPROVAL: " WS-PROPOSED-COUNT
               " LEFT FOR PURCHASING: " WS-LEFT-COUNT.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       LOAD-XFER-CONTROL.
      *> Every location holds the full reorder point unless the
      *> control record shares it out differently.
           MOVE 100 TO WS-SHARE-PCT (1).
           MOVE 100 TO WS-SHARE-PCT (2).
           MOVE 100 TO WS-SHARE-PCT (3).
           OPEN INPUT XFER-CONTROL.
           IF WS-XC-FILE-STATUS = "00"
               READ XFER-CONTROL
                   NOT AT END
                       IF XC-MIN-TRANSFER-QTY IS NUMERIC
                               AND XC-MIN-TRANSFER-QTY > 0
                           MOVE XC-MIN-TRANSFER-QTY
                               TO WS-MIN-TRANSFER-QTY
                       END-IF
                       PERFORM VARYING WS-LOC FROM 1 BY 1
                               UNTIL WS-LOC > 3
                           IF XC-SHARE-PCT (WS-LOC) IS NUMERIC
                                   AND XC-SHARE-PCT (WS-LOC) > 0
                               MOVE XC-SHARE-PCT (WS-LOC)
                                   TO WS-SHARE-PCT (WS-LOC)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE XFER-CONTROL
           END-IF.

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
                               PERFORM LOAD-ONE-STOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-QTYS
           END-IF.

       LOAD-ONE-STOCK-LINE.
      *> A location's target is its share of the reorder point,
      *> rounded to the nearest unit.
           ADD 1 TO WS-STOCK-COUNT.
           MOVE SQ-SKU TO SK-SKU (WS-STOCK-COUNT).
           MOVE SQ-QTY-LOC1 TO SK-QTY-LOC (WS-STOCK-COUNT 1).
           MOVE SQ-QTY-LOC2 TO SK-QTY-LOC (WS-STOCK-COUNT 2).
           MOVE SQ-QTY-LOC3 TO SK-QTY-LOC (WS-STOCK-COUNT 3).
           PERFORM VARYING WS-LOC FROM 1 BY 1 UNTIL WS-LOC > 3
               COMPUTE SK-TARGET-LOC (WS-STOCK-COUNT WS-LOC)
                   ROUNDED = SQ-REORDER-POINT
                   * WS-SHARE-PCT (WS-LOC) / 100
           END-PERFORM.

       LOAD-REORDER-LINES.
           OPEN INPUT REORDER-REPORT.
           IF WS-RR-FILE-STATUS = "00"
               MOVE "Y" TO WS-REORDER-OPENED
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REORDER-REPORT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RW-COUNT >= 200
                               MOVE "Y" TO WS-RW-OVERFLOW
                           ELSE
                               ADD 1 TO WS-RW-COUNT
                               MOVE RR-SKU TO RW-SKU (WS-RW-COUNT)
                               MOVE RR-LOWEST-QTY
                                   TO RW-LOWEST-QTY (WS-RW-COUNT)
                               MOVE RR-REORDER-POINT
                                   TO RW-REORDER-POINT (WS-RW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REORDER-REPORT
           ELSE
               DISPLAY "REORDER.DAT NOT AVAILABLE - STATUS "
                   WS-RR-FILE-STATUS " - PURCHASING LEFT UNTOUCHED"
           END-IF.

       LOAD-PENDING-MOVEMENTS.
      *> Issues and transfers already waiting on tonight's
      *> STOCKMVT move their quantity when the stock posting runs
      *> - stock about to leave is no surplus, and a transfer
      *> already on its way counts toward the location it feeds.
           OPEN INPUT STOCK-MOVEMENTS.
           IF WS-MV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STOCK-MOVEMENTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF (MV-ISSUE OR MV-TRANSFER)
                                   AND MV-QTY IS NUMERIC
                               PERFORM HOLD-PENDING-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENTS
           END-IF.

       HOLD-PENDING-MOVEMENT.
           MOVE MV-SKU TO WS-FIND-SKU.
           PERFORM FIND-STOCK-SKU.
           IF WS-SKU-FOUND = "Y"
               IF MV-FROM-LOC >= 1 AND MV-FROM-LOC <= 3
                   IF MV-QTY > SK-QTY-LOC (WS-HIT-SUB MV-FROM-LOC)
                       MOVE 0 TO SK-QTY-LOC (WS-HIT-SUB MV-FROM-LOC)
                   ELSE
                       SUBTRACT MV-QTY
                           FROM SK-QTY-LOC (WS-HIT-SUB MV-FROM-LOC)
                   END-IF
               END-IF
               IF MV-TRANSFER
                       AND MV-TO-LOC >= 1 AND MV-TO-LOC <= 3
                   ADD MV-QTY TO SK-QTY-LOC (WS-HIT-SUB MV-TO-LOC)
               END-IF
           END-IF.

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

       APPLY-APPROVED-TRANSFERS.
      *> Last run's proposals: an approved line becomes a
      *> transfer movement on STOCKMVT and goes on the pick list;
      *> the rest are dropped, the proposals being rebuilt below.
           MOVE "APPROVED TRANSFERS - PICK AND MOVE" TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           MOVE PK-HEADING-LINE TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           OPEN INPUT XFER-PROPOSALS.
           IF WS-XP-FILE-STATUS = "00"
               OPEN EXTEND STOCK-MOVEMENTS
               IF WS-MV-FILE-STATUS = "35"
                   OPEN OUTPUT STOCK-MOVEMENTS
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ XFER-PROPOSALS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF XP-APPROVED
                               PERFORM APPLY-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENTS
               CLOSE XFER-PROPOSALS
           END-IF.
           IF WS-APPROVED-COUNT = 0 AND WS-REFUSED-COUNT = 0
               MOVE "NONE" TO WS-PK-BUILD
               PERFORM WRITE-PICK-LINE
           END-IF.

       APPLY-ONE-TRANSFER.
      *> The approval was given against yesterday's position -
      *> the stock must still be there to pick.
           MOVE XP-SKU TO WS-FIND-SKU.
           PERFORM FIND-STOCK-SKU.
           EVALUATE TRUE
               WHEN WS-SKU-FOUND = "N"
                   MOVE "REFUSED - SKU NOT ON MASTER"
                       TO WS-PICK-RESULT
               WHEN XP-FROM-LOC < 1 OR XP-FROM-LOC > 3
                       OR XP-TO-LOC < 1 OR XP-TO-LOC > 3
                       OR XP-FROM-LOC = XP-TO-LOC
                   MOVE "REFUSED - BAD LOCATION" TO WS-PICK-RESULT
               WHEN XP-QTY IS NOT NUMERIC OR XP-QTY = 0
                   MOVE "REFUSED - BAD QUANTITY" TO WS-PICK-RESULT
               WHEN XP-QTY > SK-QTY-LOC (WS-HIT-SUB XP-FROM-LOC)
                   MOVE "REFUSED - STOCK GONE FROM FROM LOC"
                       TO WS-PICK-RESULT
               WHEN OTHER
                   PERFORM WRITE-TRANSFER-MOVEMENT
                   MOVE "WRITTEN TO STOCKMVT" TO WS-PICK-RESULT
           END-EVALUATE.
           IF WS-PICK-RESULT (1:7) = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO PKD-SIGN-OFF
           ELSE
               MOVE "__________" TO PKD-SIGN-OFF
           END-IF.
           MOVE XP-SKU TO PKD-SKU.
           MOVE XP-FROM-LOC TO PKD-FROM-LOC.
           MOVE XP-TO-LOC TO PKD-TO-LOC.
           MOVE XP-QTY TO PKD-QTY.
           MOVE WS-PICK-RESULT TO PKD-RESULT.
           MOVE PK-DETAIL-LINE TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           DISPLAY PK-DETAIL-LINE.

       WRITE-TRANSFER-MOVEMENT.
      *> Through STOCKPST's normal posting path as a transfer,
      *> reason-coded so the register shows why it moved.
           MOVE "T" TO MV-TYPE.
           MOVE XP-SKU TO MV-SKU.
           MOVE XP-QTY TO MV-QTY.
           MOVE XP-FROM-LOC TO MV-FROM-LOC.
           MOVE XP-TO-LOC TO MV-TO-LOC.
           MOVE SPACE TO MV-SIGN.
           MOVE "REBALANCE" TO MV-REASON.
           WRITE STOCK-MOVEMENT-REC.
           ADD 1 TO WS-APPROVED-COUNT.
           SUBTRACT XP-QTY FROM SK-QTY-LOC (WS-HIT-SUB XP-FROM-LOC).
           ADD XP-QTY TO SK-QTY-LOC (WS-HIT-SUB XP-TO-LOC).

       REWRITE-REORDER-LINES.
      *> A sweep line stays only while some location is still
      *> under its share once the approved transfers are counted,
      *> carrying the lowest quantity as it will then stand. A SKU
      *> the stock master no longer holds is passed through as
      *> swept.
           IF WS-REORDER-OPENED = "Y"
               OPEN OUTPUT REORDER-REPORT
               PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                       UNTIL WS-RW-SUB > WS-RW-COUNT
                   PERFORM REWRITE-ONE-REORDER-LINE
               END-PERFORM
               CLOSE REORDER-REPORT
           END-IF.

       REWRITE-ONE-REORDER-LINE.
           MOVE RW-SKU (WS-RW-SUB) TO WS-FIND-SKU.
           PERFORM FIND-STOCK-SKU.
           MOVE "Y" TO WS-STILL-SHORT.
           MOVE RW-LOWEST-QTY (WS-RW-SUB) TO WS-LOWEST-QTY.
           IF WS-SKU-FOUND = "Y"
               MOVE "N" TO WS-STILL-SHORT
               MOVE SK-QTY-LOC (WS-HIT-SUB 1) TO WS-LOWEST-QTY
               PERFORM VARYING WS-LOC FROM 1 BY 1 UNTIL WS-LOC > 3
                   IF SK-QTY-LOC (WS-HIT-SUB WS-LOC)
                           < SK-TARGET-LOC (WS-HIT-SUB WS-LOC)
                       MOVE "Y" TO WS-STILL-SHORT
                   END-IF
                   IF SK-QTY-LOC (WS-HIT-SUB WS-LOC) < WS-LOWEST-QTY
                       MOVE SK-QTY-LOC (WS-HIT-SUB WS-LOC)
                           TO WS-LOWEST-QTY
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-STILL-SHORT = "Y"
               MOVE RW-SKU (WS-RW-SUB) TO RR-SKU
               MOVE WS-LOWEST-QTY TO RR-LOWEST-QTY
               MOVE RW-REORDER-POINT (WS-RW-SUB) TO RR-REORDER-POINT
               WRITE REORDER-REPORT-REC
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               ADD 1 TO WS-COVERED-COUNT
           END-IF.

       PROPOSE-TRANSFERS.
      *> Rebuilt from the position after the approved transfers.
           MOVE SPACES TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           MOVE "PROPOSED TRANSFERS - AWAITING SUPERVISOR APPROVAL"
               TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           MOVE PK-HEADING-LINE TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.
           OPEN OUTPUT XFER-PROPOSALS.
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-STOCK-COUNT
               PERFORM VARYING WS-TO-LOC FROM 1 BY 1
                       UNTIL WS-TO-LOC > 3
                   IF SK-QTY-LOC (WS-HIT-SUB WS-TO-LOC)
                           < SK-TARGET-LOC (WS-HIT-SUB WS-TO-LOC)
                       COMPUTE WS-NEED =
                           SK-TARGET-LOC (WS-HIT-SUB WS-TO-LOC)
                           - SK-QTY-LOC (WS-HIT-SUB WS-TO-LOC)
                       PERFORM COVER-ONE-SHORTAGE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE XFER-PROPOSALS.
           IF WS-PROPOSED-COUNT = 0
               MOVE "NONE - NO LOCATION HOLDS SURPLUS FOR A SHORT ONE"
                   TO WS-PK-BUILD
               PERFORM WRITE-PICK-LINE
           END-IF.

       COVER-ONE-SHORTAGE.
      *> The short location draws on the location with the most
      *> surplus first, then the other, until covered or the
      *> next transfer would fall under the minimum.
           MOVE 1 TO WS-FROM-LOC.
           PERFORM UNTIL WS-NEED = 0 OR WS-FROM-LOC = 0
               PERFORM FIND-BEST-SURPLUS
               IF WS-FROM-LOC > 0
                   IF WS-BEST-SURPLUS < WS-NEED
                       MOVE WS-BEST-SURPLUS TO WS-XFER-QTY
                   ELSE
                       MOVE WS-NEED TO WS-XFER-QTY
                   END-IF
                   IF WS-XFER-QTY < WS-MIN-TRANSFER-QTY
                       MOVE 0 TO WS-FROM-LOC
                   ELSE
                       PERFORM WRITE-ONE-PROPOSAL
                       SUBTRACT WS-XFER-QTY FROM WS-NEED
                   END-IF
               END-IF
           END-PERFORM.

       FIND-BEST-SURPLUS.
           MOVE 0 TO WS-FROM-LOC.
           MOVE 0 TO WS-BEST-SURPLUS.
           PERFORM VARYING WS-LOC FROM 1 BY 1 UNTIL WS-LOC > 3
               IF WS-LOC NOT = WS-TO-LOC
                       AND SK-QTY-LOC (WS-HIT-SUB WS-LOC)
                           > SK-TARGET-LOC (WS-HIT-SUB WS-LOC)
                   COMPUTE WS-SURPLUS =
                       SK-QTY-LOC (WS-HIT-SUB WS-LOC)
                       - SK-TARGET-LOC (WS-HIT-SUB WS-LOC)
                   IF WS-SURPLUS > WS-BEST-SURPLUS
                       MOVE WS-SURPLUS TO WS-BEST-SURPLUS
                       MOVE WS-LOC TO WS-FROM-LOC
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-PROPOSAL.
      *> The proposal is taken out of the working position so a
      *> second short location is not promised the same surplus.
           MOVE SK-SKU (WS-HIT-SUB) TO XP-SKU.
           MOVE WS-FROM-LOC TO XP-FROM-LOC.
           MOVE WS-TO-LOC TO XP-TO-LOC.
           MOVE WS-XFER-QTY TO XP-QTY.
           MOVE WS-BUSINESS-DATE TO XP-PROPOSED-DATE.
           MOVE SPACE TO XP-APPROVED-FLAG.
           WRITE XFER-PROPOSAL-REC.
           ADD 1 TO WS-PROPOSED-COUNT.
           SUBTRACT WS-XFER-QTY
               FROM SK-QTY-LOC (WS-HIT-SUB WS-FROM-LOC).
           ADD WS-XFER-QTY TO SK-QTY-LOC (WS-HIT-SUB WS-TO-LOC).
           MOVE SK-SKU (WS-HIT-SUB) TO PKD-SKU.
           MOVE WS-FROM-LOC TO PKD-FROM-LOC.
           MOVE WS-TO-LOC TO PKD-TO-LOC.
           MOVE WS-XFER-QTY TO PKD-QTY.
           MOVE "AWAITING APPROVAL - DO NOT PICK" TO PKD-RESULT.
           MOVE SPACES TO PKD-SIGN-OFF.
           MOVE PK-DETAIL-LINE TO WS-PK-BUILD.
           PERFORM WRITE-PICK-LINE.

       START-PICK-PAGE.
           ADD 1 TO WS-PK-PAGE-NO.
           MOVE "TRANSFER PICK LIST" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-PK-PAGE-NO TO RPT-H-PAGE.
           WRITE PK-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-PK-LINE-COUNT.

       WRITE-PICK-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-PK-LINE-COUNT >= 55
               PERFORM START-PICK-PAGE
           END-IF.
           WRITE PK-PRINT-LINE FROM WS-PK-BUILD.
           ADD 1 TO WS-PK-LINE-COUNT.
