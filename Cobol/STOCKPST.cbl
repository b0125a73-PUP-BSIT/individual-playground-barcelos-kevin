      *> OPENPO file: a delivery with no open PO is rejected and an
      *> over-delivery is flagged on the register, so a supplier
      *> shipping twice against one order no longer posts both.
      *> Each SKU carries a moving weighted-average cost: a receipt
      *> re-averages it with the PO line's unit cost, and every
      *> receipt, issue and count adjustment lands on MVTHIST with
      *> the cost it moved at and its extended value, for the GL
      *> posting to take up - a receipt with the number of the PO
      *> it filled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-HISTORY ASSIGN TO "MVTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT SKU-SUPPLIER ASSIGN TO "SKUSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       COPY OPENPO.
       FD  MOVEMENT-HISTORY.
       COPY MVTHIST.
       FD  SKU-SUPPLIER.
       COPY SKUSUPP.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  STOCK-WORK.
       01  WK-STOCK-LINE              PIC X(44).
       FD  STOCK-LOCK.
       COPY STKLOCK.
       WORKING-STORAGE SECTION.
           05  WKM-QTY-LOC2           PIC 9(5).
           05  WKM-QTY-LOC3           PIC 9(5).
           05  WKM-REORDER-POINT      PIC 9(5).
           05  WKM-AVG-COST           PIC 9(5)V9999.
           05  WKM-SAFETY-STOCK       PIC 9(5).
       01  WS-OP-FILE-STATUS          PIC XX.
       01  WS-MH-FILE-STATUS          PIC XX.
       01  WS-SS-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-SQ-FILE-STATUS          PIC XX.
       01  WS-MV-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
               10  SK-SKU             PIC X(10).
               10  SK-QTY-LOC         PIC 9(5) OCCURS 3 TIMES.
               10  SK-REORDER-POINT   PIC 9(5).
               10  SK-AVG-COST        PIC 9(5)V9999.
               10  SK-SAFETY-STOCK    PIC 9(5).
      *> The cost a movement carries onto MVTHIST, and the units
      *> on hand across the locations before a receipt averages in.
       01  WS-MOVE-COST               PIC 9(5)V9999.
       01  WS-MOVE-VALUE              PIC 9(8)V99.
       01  WS-MOVE-PO                 PIC 9(6).
       01  WS-ON-HAND                 PIC 9(7).
      *> The SKU/supplier costs - the standing cost for PO lines
      *> raised before they carried their own, and the opening
      *> average for a SKU that has never had one.
       01  WS-SC-COUNT                PIC 9(3) VALUE 0.
       01  WS-SC-SUB                  PIC 9(3).
       01  WS-SC-HIT                  PIC 9(3).
       01  SUPP-COST-AREA.
           05  SUPP-COST-ENTRY OCCURS 200 TIMES.
               10  SC-SKU             PIC X(10).
               10  SC-SUPPLIER        PIC X(8).
               10  SC-UNIT-COST       PIC 9(5)V99.
      *> The open-PO lines in memory for the receipt match - the
      *> same load-apply-rewrite shape as the stock master, and the
      *> same refusal past capacity.
               10  PT-EXPECTED-DATE   PIC 9(8).
               10  PT-ISSUE-DATE      PIC 9(8).
               10  PT-STATUS          PIC X.
               10  PT-UNIT-COST       PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               STOP RUN
           END-IF.
           PERFORM LOAD-BUSINESS-DATE.
      *> Nothing posts into a month the accountant is closing or
      *> has closed - the period-status control decides.
           CALL "PRDCHECK" USING WS-BUSINESS-DATE WS-PERIOD-STATUS.
           IF WS-PERIOD-STATUS NOT = "OPEN"
               DISPLAY "ACCOUNTING PERIOD " WS-BUSINESS-DATE (1:6)
                   " IS " WS-PERIOD-STATUS " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STOCK-MASTER.
           IF WS-STOCK-COUNT = 0
               DISPLAY "STOCKQTY.DAT EMPTY OR MISSING - NO POSTING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SUPPLIER-COSTS.
           PERFORM SEED-AVERAGE-COSTS.
           PERFORM LOAD-OPEN-PO-LINES.
           IF WS-PO-OVERFLOW = "Y"
               DISPLAY "OPENPO.DAT EXCEEDS 300 LINES - RUN"
                                   SK-QTY-LOC (WS-STOCK-COUNT 3)
                               MOVE SQ-REORDER-POINT TO
                                   SK-REORDER-POINT (WS-STOCK-COUNT)
                               MOVE 0 TO SK-AVG-COST (WS-STOCK-COUNT)
                               IF SQ-AVG-COST IS NUMERIC
                                   MOVE SQ-AVG-COST TO
                                       SK-AVG-COST (WS-STOCK-COUNT)
                               END-IF
                               MOVE 0 TO
                                   SK-SAFETY-STOCK (WS-STOCK-COUNT)
                               IF SQ-SAFETY-STOCK IS NUMERIC
                                   MOVE SQ-SAFETY-STOCK TO
                                       SK-SAFETY-STOCK (WS-STOCK-COUNT)
                               END-IF
                               COMPUTE WS-QTY-OPENING =
                                   WS-QTY-OPENING + SQ-QTY-LOC1
                                   + SQ-QTY-LOC2 + SQ-QTY-LOC3
               CLOSE STOCK-QTYS
           END-IF.

       LOAD-SUPPLIER-COSTS.
           OPEN INPUT SKU-SUPPLIER.
           IF WS-SS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SKU-SUPPLIER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-SC-COUNT < 200
                               ADD 1 TO WS-SC-COUNT
                               MOVE SS-SKU TO SC-SKU (WS-SC-COUNT)
                               MOVE SS-SUPPLIER
                                   TO SC-SUPPLIER (WS-SC-COUNT)
                               MOVE SS-UNIT-COST
                                   TO SC-UNIT-COST (WS-SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKU-SUPPLIER
           END-IF.

       SEED-AVERAGE-COSTS.
      *> A SKU with no average yet opens at its supplier's cost,
      *> so the stock already on the shelf is not averaged in at
      *> nothing by its first receipt.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
               IF SK-AVG-COST (WS-STOCK-SUB) = 0
                   MOVE 0 TO WS-SC-HIT
                   PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                           UNTIL WS-SC-SUB > WS-SC-COUNT
                           OR WS-SC-HIT > 0
                       IF SC-SKU (WS-SC-SUB) = SK-SKU (WS-STOCK-SUB)
                           MOVE WS-SC-SUB TO WS-SC-HIT
                       END-IF
                   END-PERFORM
                   IF WS-SC-HIT > 0
                       MOVE SC-UNIT-COST (WS-SC-HIT)
                           TO SK-AVG-COST (WS-STOCK-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-OPEN-PO-LINES.
      *> A missing open-PO file loads as zero lines, which
      *> rejects every receipt - a site that has never confirmed a
                                   TO PT-ISSUE-DATE (WS-PO-COUNT)
                               MOVE OP-STATUS
                                   TO PT-STATUS (WS-PO-COUNT)
                               MOVE 0 TO PT-UNIT-COST (WS-PO-COUNT)
                               IF OP-UNIT-COST IS NUMERIC
                                   MOVE OP-UNIT-COST
                                       TO PT-UNIT-COST (WS-PO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   TO OP-EXPECTED-DATE
               MOVE PT-ISSUE-DATE (WS-PO-SUB) TO OP-ISSUE-DATE
               MOVE PT-STATUS (WS-PO-SUB) TO OP-STATUS
               MOVE PT-UNIT-COST (WS-PO-SUB) TO OP-UNIT-COST
               WRITE OPEN-PO-REC
           END-PERFORM.
           CLOSE OPEN-PO-FILE.

       POST-ONE-MOVEMENT.
           MOVE SPACES TO WS-POST-RESULT.
           MOVE 0 TO WS-MOVE-COST.
           MOVE 0 TO WS-MOVE-VALUE.
           MOVE 0 TO WS-MOVE-PO.
           MOVE "N" TO WS-SKU-FOUND.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
           MOVE MV-TO-LOC TO MH-TO-LOC.
           MOVE WS-POST-RESULT TO MH-RESULT.
           MOVE MV-REASON TO MH-REASON.
           MOVE MV-SIGN TO MH-SIGN.
           IF WS-POST-RESULT (1:8) = "REJECTED"
               MOVE 0 TO WS-MOVE-COST
               MOVE 0 TO WS-MOVE-VALUE
           END-IF.
           MOVE WS-MOVE-COST TO MH-UNIT-COST.
           MOVE WS-MOVE-VALUE TO MH-VALUE.
           MOVE WS-MOVE-PO TO MH-PO-NUMBER.
           WRITE MOVEMENT-HIST-REC.

       POST-RECEIPT.
           END-IF.

       POST-MATCHED-RECEIPT.
           PERFORM AVERAGE-IN-RECEIPT.
           MOVE PT-PO-NUMBER (WS-PO-HIT) TO WS-MOVE-PO.
           ADD MV-QTY TO SK-QTY-LOC (WS-HIT-SUB MV-TO-LOC).
           ADD MV-QTY TO WS-QTY-ADDED.
           ADD MV-QTY TO PT-RECEIVED-QTY (WS-PO-HIT).
               MOVE "C" TO PT-STATUS (WS-PO-HIT)
           END-IF.

       AVERAGE-IN-RECEIPT.
      *> The receipt comes in at the PO line's cost - the
      *> supplier's standing cost for a line raised before POs
      *> carried one, the current average if neither is known -
      *> and the average becomes the value of the stock already
      *> on hand plus the receipt, over the units after it.
           MOVE PT-UNIT-COST (WS-PO-HIT) TO WS-MOVE-COST.
           IF WS-MOVE-COST = 0
               MOVE 0 TO WS-SC-HIT
               PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                       UNTIL WS-SC-SUB > WS-SC-COUNT
                       OR WS-SC-HIT > 0
                   IF SC-SKU (WS-SC-SUB) = MV-SKU
                           AND SC-SUPPLIER (WS-SC-SUB)
                               = PT-SUPPLIER (WS-PO-HIT)
                       MOVE WS-SC-SUB TO WS-SC-HIT
                   END-IF
               END-PERFORM
               IF WS-SC-HIT > 0
                   MOVE SC-UNIT-COST (WS-SC-HIT) TO WS-MOVE-COST
               ELSE
                   MOVE SK-AVG-COST (WS-HIT-SUB) TO WS-MOVE-COST
               END-IF
           END-IF.
           COMPUTE WS-ON-HAND = SK-QTY-LOC (WS-HIT-SUB 1)
               + SK-QTY-LOC (WS-HIT-SUB 2)
               + SK-QTY-LOC (WS-HIT-SUB 3).
           IF WS-ON-HAND + MV-QTY > 0
               COMPUTE SK-AVG-COST (WS-HIT-SUB) ROUNDED =
                   (WS-ON-HAND * SK-AVG-COST (WS-HIT-SUB)
                   + MV-QTY * WS-MOVE-COST)
                   / (WS-ON-HAND + MV-QTY)
           END-IF.
           COMPUTE WS-MOVE-VALUE ROUNDED = MV-QTY * WS-MOVE-COST.

       STAMP-AVERAGE-COST.
      *> Issues and count adjustments go out (or come back) at
      *> the average in force when they post.
           MOVE SK-AVG-COST (WS-HIT-SUB) TO WS-MOVE-COST.
           COMPUTE WS-MOVE-VALUE ROUNDED = MV-QTY * WS-MOVE-COST.

       MATCH-OPEN-PO-LINE.
      *> Oldest issue date first, so staggered orders for the
      *> same SKU fill in the sequence they were raised.
                   SUBTRACT MV-QTY
                       FROM SK-QTY-LOC (WS-HIT-SUB MV-FROM-LOC)
                   ADD MV-QTY TO WS-QTY-REMOVED
                   PERFORM STAMP-AVERAGE-COST
                   MOVE "POSTED" TO WS-POST-RESULT
           END-EVALUATE.

               WHEN MV-ADJ-UP
                   ADD MV-QTY TO SK-QTY-LOC (WS-HIT-SUB MV-TO-LOC)
                   ADD MV-QTY TO WS-QTY-ADDED
                   PERFORM STAMP-AVERAGE-COST
                   MOVE "POSTED - ADJUSTMENT" TO WS-POST-RESULT
               WHEN MV-ADJ-DOWN
                   IF SK-QTY-LOC (WS-HIT-SUB MV-TO-LOC) < MV-QTY
                       SUBTRACT MV-QTY
                           FROM SK-QTY-LOC (WS-HIT-SUB MV-TO-LOC)
                       ADD MV-QTY TO WS-QTY-REMOVED
                       PERFORM STAMP-AVERAGE-COST
                       MOVE "POSTED - ADJUSTMENT" TO WS-POST-RESULT
                   END-IF
               WHEN OTHER
               MOVE SK-QTY-LOC (WS-STOCK-SUB 3) TO WKM-QTY-LOC3
               MOVE SK-REORDER-POINT (WS-STOCK-SUB)
                   TO WKM-REORDER-POINT
               MOVE SK-AVG-COST (WS-STOCK-SUB) TO WKM-AVG-COST
               MOVE SK-SAFETY-STOCK (WS-STOCK-SUB)
                   TO WKM-SAFETY-STOCK
               MOVE WKM-STOCK-REC TO WK-STOCK-LINE
               WRITE WK-STOCK-LINE
           END-PERFORM.
                       MOVE WKM-QTY-LOC2 TO SQ-QTY-LOC2
                       MOVE WKM-QTY-LOC3 TO SQ-QTY-LOC3
                       MOVE WKM-REORDER-POINT TO SQ-REORDER-POINT
                       MOVE WKM-AVG-COST TO SQ-AVG-COST
                       MOVE WKM-SAFETY-STOCK TO SQ-SAFETY-STOCK
                       WRITE STOCK-QTY-REC
               END-READ
           END-PERFORM.
