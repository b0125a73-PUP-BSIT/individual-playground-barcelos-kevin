       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVALUE.
      *> Stock valuation run. Values the stock master at each
      *> SKU's moving weighted-average cost (the SKU/supplier
      *> master's unit cost for a SKU the posting has not yet
      *> averaged): extended value per SKU per location, subtotals
      *> by location and by supplier, a grand total, and an
      *> exception list of SKUs carrying stock with no cost at all
      *> - printed to the shop's paged report standard, with one
      *> dated line appended to the valuation history so finance
      *> can watch month-over-month movement instead of shrugging
      *> at month-end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-SKU-VALUE               PIC 9(10)V99.
       01  WS-LOC-SUB                 PIC 9.
       01  WS-LOC-QTY                 PIC 9(5).
       01  WS-UNIT-COST               PIC 9(5)V9999.
       01  WS-VALUE-SUPPLIER          PIC X(8).
       01  WS-GRAND-VALUE             PIC 9(11)V99 VALUE 0.
       01  LOC-VALUE-AREA.
           05  WS-LOC-VALUE           PIC 9(11)V99 OCCURS 3 TIMES.
                   MOVE WS-COST-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-VALUE-SUPPLIER.
           MOVE 0 TO WS-UNIT-COST.
           IF WS-COST-FOUND = "Y"
               MOVE CT-SUPPLIER (WS-HIT-SUB) TO WS-VALUE-SUPPLIER
               MOVE CT-UNIT-COST (WS-HIT-SUB) TO WS-UNIT-COST
           END-IF.
           IF SQ-AVG-COST IS NUMERIC AND SQ-AVG-COST > 0
               MOVE SQ-AVG-COST TO WS-UNIT-COST
               MOVE "Y" TO WS-COST-FOUND
           END-IF.
           IF WS-COST-FOUND = "N"
      *> Stock with no cost record - the exception finance
      *> needs fixed before the valuation means anything.

       EXTEND-SKU-VALUE.
           ADD 1 TO WS-SKU-COUNT.
           COMPUTE WS-SKU-VALUE ROUNDED =
               WS-TOTAL-QTY * WS-UNIT-COST.
           ADD WS-SKU-VALUE TO WS-GRAND-VALUE.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               END-EVALUATE
               COMPUTE WS-LOC-VALUE (WS-LOC-SUB) =
                   WS-LOC-VALUE (WS-LOC-SUB)
                   + WS-LOC-QTY * WS-UNIT-COST
           END-PERFORM.
           PERFORM ROLL-SUPPLIER-VALUE.
           MOVE SQ-SKU TO SVD-SKU.
           MOVE WS-VALUE-SUPPLIER TO SVD-SUPPLIER.
           MOVE SQ-QTY-LOC1 TO SVD-QTY-1.
           MOVE SQ-QTY-LOC2 TO SVD-QTY-2.
           MOVE SQ-QTY-LOC3 TO SVD-QTY-3.
           MOVE WS-UNIT-COST TO SVD-UNIT-COST.
           MOVE WS-SKU-VALUE TO SVD-VALUE.
           MOVE SV-DETAIL-LINE TO WS-SV-BUILD.
           PERFORM WRITE-VALUATION-LINE.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   OR WS-SUPP-FOUND = "Y"
               IF SV-SUPPLIER (WS-SUPP-SUB) = WS-VALUE-SUPPLIER
                   MOVE "Y" TO WS-SUPP-FOUND
                   SUBTRACT 1 FROM WS-SUPP-SUB
               END-IF
           IF WS-SUPP-FOUND = "N" AND WS-SUPP-COUNT < 100
               ADD 1 TO WS-SUPP-COUNT
               MOVE WS-SUPP-COUNT TO WS-SUPP-SUB
               MOVE WS-VALUE-SUPPLIER TO SV-SUPPLIER (WS-SUPP-SUB)
               MOVE 0 TO SV-VALUE (WS-SUPP-SUB)
               MOVE "Y" TO WS-SUPP-FOUND
           END-IF.
