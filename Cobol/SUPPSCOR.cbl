       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCOR.
      *> Supplier delivery scorecard. Every PO line falling due in
      *> the business month is scored against the receipts the
      *> stock posting matched to it in the movement history: on
      *> time when the line was received in full by its expected
      *> date, days late for the rest (to the day the line filled,
      *> or to today for a line still short), the quantity filled
      *> against the quantity ordered, the receipts posted as
      *> over-deliveries, and the lead time the supplier really
      *> took from issue to fill against the days the SKU/supplier
      *> master plans on. Suppliers are ranked best first, and any
      *> supplier or SKU taking longer than planned is flagged so
      *> the lead time behind the reorder point gets corrected.
      *> Run monthly off the schedule. A file past any table's
      *> capacity is refused outright rather than scored in part.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT MOVEMENT-HISTORY ASSIGN TO "MVTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT SKU-SUPPLIER ASSIGN TO "SKUSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT SCORECARD-REPORT ASSIGN TO "SUPPSCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY OPENPO.
       FD  MOVEMENT-HISTORY.
       COPY MVTHIST.
       FD  SKU-SUPPLIER.
       COPY SKUSUPP.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  SCORECARD-REPORT.
       01  SR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-OP-FILE-STATUS          PIC XX.
       01  WS-MH-FILE-STATUS          PIC XX.
       01  WS-SS-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD                  PIC X(6).
       01  WS-RECEIPT-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(6) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(3) VALUE 0.
       01  WS-REVIEW-COUNT            PIC 9(4) VALUE 0.
       01  WS-DAYS                    PIC S9(5).
       01  WS-FILL-QTY                PIC 9(6).
      *> Every PO line on file, with what the history shows
      *> received against it - the stock posting's capacity, and
      *> the same refusal past it.
       01  WS-PO-COUNT                PIC 9(3) VALUE 0.
       01  WS-PO-SUB                  PIC 9(3).
       01  WS-PO-HIT                  PIC 9(3).
       01  WS-PO-OVERFLOW             PIC X VALUE "N".
       01  PO-TABLE-AREA.
           05  PO-ENTRY OCCURS 300 TIMES.
               10  PT-PO-NUMBER       PIC 9(6).
               10  PT-SUPPLIER        PIC X(8).
               10  PT-SKU             PIC X(10).
               10  PT-ORDER-QTY       PIC 9(5).
               10  PT-EXPECTED-DATE   PIC 9(8).
               10  PT-ISSUE-DATE      PIC 9(8).
               10  PT-GOT-QTY         PIC 9(6).
               10  PT-FILLED-DATE     PIC 9(8).
               10  PT-OVER-COUNT      PIC 9(3).
      *> Planned lead time per SKU/supplier, and the lead time
      *> the month's filled lines actually took.
       01  WS-LT-COUNT                PIC 9(3) VALUE 0.
       01  WS-LT-SUB                  PIC 9(3).
       01  WS-LT-HIT                  PIC 9(3).
       01  WS-LT-OVERFLOW             PIC X VALUE "N".
       01  LEAD-TABLE-AREA.
           05  LEAD-ENTRY OCCURS 200 TIMES.
               10  LT-SKU             PIC X(10).
               10  LT-SUPPLIER        PIC X(8).
               10  LT-PLANNED         PIC 9(3).
               10  LT-LINES           PIC 9(5).
               10  LT-ACTUAL-DAYS     PIC 9(7).
       01  WS-SR-COUNT                PIC 9(3) VALUE 0.
       01  WS-SR-SUB                  PIC 9(3).
       01  WS-SR-NEXT                 PIC 9(3).
       01  WS-SR-FOUND                PIC X.
       01  WS-SR-SWAPPED              PIC X.
       01  WS-SR-OVERFLOW             PIC X VALUE "N".
       01  SUPP-SCORE-AREA.
           05  SUPP-SCORE OCCURS 100 TIMES.
               10  SR-SUPPLIER        PIC X(8).
               10  SR-LINES           PIC 9(5).
               10  SR-ON-TIME         PIC 9(5).
               10  SR-LATE            PIC 9(5).
               10  SR-LATE-DAYS       PIC 9(7).
               10  SR-ORDERED         PIC 9(7).
               10  SR-FILLED          PIC 9(7).
               10  SR-OVER            PIC 9(5).
               10  SR-LEAD-LINES      PIC 9(5).
               10  SR-ACTUAL-DAYS     PIC 9(7).
               10  SR-PLANNED-DAYS    PIC 9(7).
               10  SR-ON-TIME-PCT     PIC 9(3)V9.
               10  SR-FILL-PCT        PIC 9(3)V9.
               10  SR-AVG-LATE        PIC 9(4)V9.
               10  SR-AVG-ACTUAL      PIC 9(4)V9.
               10  SR-AVG-PLANNED     PIC 9(4)V9.
               10  SR-FLAG            PIC X.
       01  WS-SR-SWAP.
           05  FILLER                 PIC X(92).
       01  WS-ACTUAL-AVG              PIC 9(4)V9.
      *> Report page handling - the shop's 55-line standard.
       01  WS-SR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-SR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-SR-BUILD                PIC X(132).
       01  SR-HEADING-LINE.
           05  FILLER PIC X(6)  VALUE "RANK".
           05  FILLER PIC X(10) VALUE "SUPPLIER".
           05  FILLER PIC X(7)  VALUE "LINES".
           05  FILLER PIC X(9)  VALUE "ON-TIME%".
           05  FILLER PIC X(10) VALUE "AVG LATE".
           05  FILLER PIC X(8)  VALUE "FILL%".
           05  FILLER PIC X(7)  VALUE "OVERS".
           05  FILLER PIC X(9)  VALUE "PLAN LT".
           05  FILLER PIC X(9)  VALUE "ACTUAL LT".
       01  SR-DETAIL-LINE.
           05  SRD-RANK               PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  SRD-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-LINES              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-ON-TIME-PCT        PIC ZZ9.9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  SRD-AVG-LATE           PIC Z,ZZ9.9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  SRD-FILL-PCT           PIC ZZ9.9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  SRD-OVER               PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-PLANNED            PIC Z,ZZ9.9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-ACTUAL             PIC Z,ZZ9.9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-FLAG               PIC X(42).
       01  SR-REVIEW-LINE.
           05  SRV-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRV-SKU                PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRV-LINES              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(8) VALUE " FILLED ".
           05  FILLER                 PIC X(9) VALUE "PLANNED: ".
           05  SRV-PLANNED            PIC ZZ9.
           05  FILLER                 PIC X(10) VALUE "  ACTUAL: ".
           05  SRV-ACTUAL             PIC Z,ZZ9.9.
           05  FILLER                 PIC X(6) VALUE " DAYS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           PERFORM LOAD-PO-LINES.
           IF WS-OP-FILE-STATUS NOT = "00"
               DISPLAY "OPENPO.DAT NOT AVAILABLE - STATUS "
                   WS-OP-FILE-STATUS " - NO SUPPLIER SCORECARD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PO-OVERFLOW = "Y"
               DISPLAY "OPENPO.DAT HOLDS MORE THAN 300 LINES"
                   " - NO SUPPLIER SCORECARD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *> Without the history every line would score as never
      *> delivered - no scorecard is better than a wrong one.
           PERFORM MATCH-RECEIPTS.
           IF WS-MH-FILE-STATUS NOT = "00"
               DISPLAY "MVTHIST.DAT NOT AVAILABLE - STATUS "
                   WS-MH-FILE-STATUS " - NO SUPPLIER SCORECARD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PLANNED-LEAD-TIMES.
           IF WS-LT-OVERFLOW = "Y"
               DISPLAY "SKUSUPP.DAT HOLDS MORE THAN 200 LINES"
                   " - NO SUPPLIER SCORECARD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
               IF PT-EXPECTED-DATE (WS-PO-SUB) (1:6) = WS-PERIOD
                       AND PT-EXPECTED-DATE (WS-PO-SUB)
                           <= WS-BUSINESS-DATE
                   PERFORM SCORE-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-SR-OVERFLOW = "Y"
               DISPLAY "MORE THAN 100 SUPPLIERS DUE IN THE MONTH"
                   " - NO SUPPLIER SCORECARD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMPUTE-SUPPLIER-RATES.
           PERFORM RANK-SUPPLIERS.
           OPEN OUTPUT SCORECARD-REPORT.
           MOVE 0 TO WS-SR-PAGE-NO.
           MOVE 99 TO WS-SR-LINE-COUNT.
           MOVE SPACES TO WS-SR-BUILD.
           STRING "DELIVERY PERFORMANCE FOR PO LINES DUE IN "
               WS-PERIOD (5:2) "/" WS-PERIOD (1:4)
               DELIMITED BY SIZE INTO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SR-HEADING-LINE TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-COUNT
               PERFORM PRINT-ONE-SUPPLIER
           END-PERFORM.
           IF WS-SR-COUNT = 0
               MOVE "NO PO LINES FELL DUE IN THE MONTH"
                   TO WS-SR-BUILD
               PERFORM WRITE-SCORECARD-LINE
           END-IF.
           PERFORM PRINT-LEAD-TIME-REVIEW.
           MOVE SPACES TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE SPACES TO WS-SR-BUILD.
           STRING "RECEIPTS READ: " WS-RECEIPT-COUNT
               "  NOT MATCHED TO A PO LINE ON FILE: "
               WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE WS-SR-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           CLOSE SCORECARD-REPORT.
           DISPLAY "SUPPLIER SCORECARD - SUPPLIERS: " WS-SR-COUNT
               " LEAD TIME OVER PLAN: " WS-FLAGGED-COUNT
               " - SEE SUPPSCOR.DAT".
           GOBACK.

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

       LOAD-PO-LINES.
      *> Closed lines load too - a line filled early in the
      *> month is still scored in the month it fell due.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPEN-PO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-PO-LINE
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-ONE-PO-LINE.
           IF WS-PO-COUNT >= 300
               MOVE "Y" TO WS-PO-OVERFLOW
           ELSE
               ADD 1 TO WS-PO-COUNT
               MOVE OP-PO-NUMBER TO PT-PO-NUMBER (WS-PO-COUNT)
               MOVE OP-SUPPLIER TO PT-SUPPLIER (WS-PO-COUNT)
               MOVE OP-SKU TO PT-SKU (WS-PO-COUNT)
               MOVE OP-ORDER-QTY TO PT-ORDER-QTY (WS-PO-COUNT)
               MOVE OP-EXPECTED-DATE TO PT-EXPECTED-DATE (WS-PO-COUNT)
               MOVE OP-ISSUE-DATE TO PT-ISSUE-DATE (WS-PO-COUNT)
               MOVE 0 TO PT-GOT-QTY (WS-PO-COUNT)
               MOVE 0 TO PT-FILLED-DATE (WS-PO-COUNT)
               MOVE 0 TO PT-OVER-COUNT (WS-PO-COUNT)
           END-IF.

       MATCH-RECEIPTS.
      *> Only receipts that posted count - a rejected delivery
      *> never reached a PO line.
           OPEN INPUT MOVEMENT-HISTORY.
           IF WS-MH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MOVEMENT-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF MH-TYPE = "R"
                                   AND MH-RESULT (1:6) = "POSTED"
                                   AND MH-BUSINESS-DATE
                                       <= WS-BUSINESS-DATE
                               PERFORM MATCH-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-HISTORY
           END-IF.

       MATCH-ONE-RECEIPT.
      *> The posting stamps the PO number it matched. A receipt
      *> posted before it did is matched again the way the
      *> posting matched it then - the oldest line issued for
      *> the SKU still short of its order - replayed in the
      *> history's own date order.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE 0 TO WS-PO-HIT.
           IF MH-PO-NUMBER IS NUMERIC AND MH-PO-NUMBER > 0
               PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                       UNTIL WS-PO-SUB > WS-PO-COUNT
                       OR WS-PO-HIT > 0
                   IF PT-PO-NUMBER (WS-PO-SUB) = MH-PO-NUMBER
                           AND PT-SKU (WS-PO-SUB) = MH-SKU
                       MOVE WS-PO-SUB TO WS-PO-HIT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                       UNTIL WS-PO-SUB > WS-PO-COUNT
                   IF PT-SKU (WS-PO-SUB) = MH-SKU
                           AND PT-GOT-QTY (WS-PO-SUB)
                               < PT-ORDER-QTY (WS-PO-SUB)
                           AND PT-ISSUE-DATE (WS-PO-SUB)
                               <= MH-BUSINESS-DATE
                       IF WS-PO-HIT = 0
                           MOVE WS-PO-SUB TO WS-PO-HIT
                       ELSE
                           IF PT-ISSUE-DATE (WS-PO-SUB)
                                   < PT-ISSUE-DATE (WS-PO-HIT)
                               MOVE WS-PO-SUB TO WS-PO-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PO-HIT = 0
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               ADD MH-QTY TO PT-GOT-QTY (WS-PO-HIT)
               IF PT-FILLED-DATE (WS-PO-HIT) = 0
                       AND PT-GOT-QTY (WS-PO-HIT)
                           >= PT-ORDER-QTY (WS-PO-HIT)
                   MOVE MH-BUSINESS-DATE
                       TO PT-FILLED-DATE (WS-PO-HIT)
               END-IF
               IF MH-RESULT = "POSTED - OVER-DELIVERY"
                   ADD 1 TO PT-OVER-COUNT (WS-PO-HIT)
               END-IF
           END-IF.

       LOAD-PLANNED-LEAD-TIMES.
      *> A missing master only costs the lead-time comparison -
      *> the delivery figures still score.
           OPEN INPUT SKU-SUPPLIER.
           IF WS-SS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SKU-SUPPLIER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-LT-COUNT >= 200
                               MOVE "Y" TO WS-LT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-LT-COUNT
                               MOVE SS-SKU TO LT-SKU (WS-LT-COUNT)
                               MOVE SS-SUPPLIER
                                   TO LT-SUPPLIER (WS-LT-COUNT)
                               MOVE SS-LEAD-TIME
                                   TO LT-PLANNED (WS-LT-COUNT)
                               MOVE 0 TO LT-LINES (WS-LT-COUNT)
                               MOVE 0 TO LT-ACTUAL-DAYS (WS-LT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKU-SUPPLIER
           ELSE
               DISPLAY "SKUSUPP.DAT NOT AVAILABLE - STATUS "
                   WS-SS-FILE-STATUS " - NO LEAD TIME COMPARISON"
           END-IF.

       SCORE-ONE-LINE.
           PERFORM FIND-SUPPLIER-ROW.
           IF WS-SR-FOUND = "Y"
               PERFORM SCORE-SUPPLIER-LINE
           END-IF.

       SCORE-SUPPLIER-LINE.
           ADD 1 TO SR-LINES (WS-SR-SUB).
           ADD PT-ORDER-QTY (WS-PO-SUB) TO SR-ORDERED (WS-SR-SUB).
           IF PT-GOT-QTY (WS-PO-SUB) > PT-ORDER-QTY (WS-PO-SUB)
               MOVE PT-ORDER-QTY (WS-PO-SUB) TO WS-FILL-QTY
           ELSE
               MOVE PT-GOT-QTY (WS-PO-SUB) TO WS-FILL-QTY
           END-IF.
           ADD WS-FILL-QTY TO SR-FILLED (WS-SR-SUB).
           ADD PT-OVER-COUNT (WS-PO-SUB) TO SR-OVER (WS-SR-SUB).
      *> On time means in full by the expected date. A line
      *> still short is late by the days it has been due.
           IF PT-FILLED-DATE (WS-PO-SUB) > 0
                   AND PT-FILLED-DATE (WS-PO-SUB)
                       <= PT-EXPECTED-DATE (WS-PO-SUB)
               ADD 1 TO SR-ON-TIME (WS-SR-SUB)
           ELSE
               IF PT-FILLED-DATE (WS-PO-SUB) > 0
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (PT-FILLED-DATE (WS-PO-SUB))
                       - FUNCTION INTEGER-OF-DATE
                           (PT-EXPECTED-DATE (WS-PO-SUB))
               ELSE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (PT-EXPECTED-DATE (WS-PO-SUB))
               END-IF
               ADD 1 TO SR-LATE (WS-SR-SUB)
               ADD WS-DAYS TO SR-LATE-DAYS (WS-SR-SUB)
           END-IF.
           IF PT-FILLED-DATE (WS-PO-SUB) > 0
               PERFORM MEASURE-LEAD-TIME
           END-IF.

       MEASURE-LEAD-TIME.
      *> Lead time only for a filled line the master plans -
      *> actual and planned are averaged over the same lines.
           MOVE 0 TO WS-LT-HIT.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
                   OR WS-LT-HIT > 0
               IF LT-SKU (WS-LT-SUB) = PT-SKU (WS-PO-SUB)
                       AND LT-SUPPLIER (WS-LT-SUB)
                           = PT-SUPPLIER (WS-PO-SUB)
                   MOVE WS-LT-SUB TO WS-LT-HIT
               END-IF
           END-PERFORM.
           IF WS-LT-HIT > 0
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (PT-FILLED-DATE (WS-PO-SUB))
                   - FUNCTION INTEGER-OF-DATE
                       (PT-ISSUE-DATE (WS-PO-SUB))
               IF WS-DAYS < 0
                   MOVE 0 TO WS-DAYS
               END-IF
               ADD 1 TO LT-LINES (WS-LT-HIT)
               ADD WS-DAYS TO LT-ACTUAL-DAYS (WS-LT-HIT)
               ADD 1 TO SR-LEAD-LINES (WS-SR-SUB)
               ADD WS-DAYS TO SR-ACTUAL-DAYS (WS-SR-SUB)
               ADD LT-PLANNED (WS-LT-HIT)
                   TO SR-PLANNED-DAYS (WS-SR-SUB)
           END-IF.

       FIND-SUPPLIER-ROW.
           MOVE "N" TO WS-SR-FOUND.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-COUNT
                   OR WS-SR-FOUND = "Y"
               IF SR-SUPPLIER (WS-SR-SUB) = PT-SUPPLIER (WS-PO-SUB)
                   MOVE "Y" TO WS-SR-FOUND
                   SUBTRACT 1 FROM WS-SR-SUB
               END-IF
           END-PERFORM.
           IF WS-SR-FOUND = "N" AND WS-SR-COUNT >= 100
               MOVE "Y" TO WS-SR-OVERFLOW
           END-IF.
           IF WS-SR-FOUND = "N" AND WS-SR-COUNT < 100
               ADD 1 TO WS-SR-COUNT
               MOVE WS-SR-COUNT TO WS-SR-SUB
               INITIALIZE SUPP-SCORE (WS-SR-SUB)
               MOVE PT-SUPPLIER (WS-PO-SUB) TO SR-SUPPLIER (WS-SR-SUB)
               MOVE "N" TO SR-FLAG (WS-SR-SUB)
               MOVE "Y" TO WS-SR-FOUND
           END-IF.

       COMPUTE-SUPPLIER-RATES.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-COUNT
               COMPUTE SR-ON-TIME-PCT (WS-SR-SUB) ROUNDED =
                   SR-ON-TIME (WS-SR-SUB) * 100 / SR-LINES (WS-SR-SUB)
               IF SR-ORDERED (WS-SR-SUB) > 0
                   COMPUTE SR-FILL-PCT (WS-SR-SUB) ROUNDED =
                       SR-FILLED (WS-SR-SUB) * 100
                       / SR-ORDERED (WS-SR-SUB)
               END-IF
               IF SR-LATE (WS-SR-SUB) > 0
                   COMPUTE SR-AVG-LATE (WS-SR-SUB) ROUNDED =
                       SR-LATE-DAYS (WS-SR-SUB) / SR-LATE (WS-SR-SUB)
               END-IF
               IF SR-LEAD-LINES (WS-SR-SUB) > 0
                   COMPUTE SR-AVG-ACTUAL (WS-SR-SUB) ROUNDED =
                       SR-ACTUAL-DAYS (WS-SR-SUB)
                       / SR-LEAD-LINES (WS-SR-SUB)
                   COMPUTE SR-AVG-PLANNED (WS-SR-SUB) ROUNDED =
                       SR-PLANNED-DAYS (WS-SR-SUB)
                       / SR-LEAD-LINES (WS-SR-SUB)
                   IF SR-ACTUAL-DAYS (WS-SR-SUB)
                           > SR-PLANNED-DAYS (WS-SR-SUB)
                       MOVE "Y" TO SR-FLAG (WS-SR-SUB)
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       RANK-SUPPLIERS.
      *> Best first: most lines on time, then the fullest fill,
      *> then the fewest average days late. A handful of
      *> suppliers - a simple exchange sort does.
           MOVE "Y" TO WS-SR-SWAPPED.
           PERFORM UNTIL WS-SR-SWAPPED = "N"
               MOVE "N" TO WS-SR-SWAPPED
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                       UNTIL WS-SR-SUB >= WS-SR-COUNT
                   COMPUTE WS-SR-NEXT = WS-SR-SUB + 1
                   IF SR-ON-TIME-PCT (WS-SR-NEXT)
                           > SR-ON-TIME-PCT (WS-SR-SUB)
                       OR (SR-ON-TIME-PCT (WS-SR-NEXT)
                           = SR-ON-TIME-PCT (WS-SR-SUB)
                           AND SR-FILL-PCT (WS-SR-NEXT)
                               > SR-FILL-PCT (WS-SR-SUB))
                       OR (SR-ON-TIME-PCT (WS-SR-NEXT)
                           = SR-ON-TIME-PCT (WS-SR-SUB)
                           AND SR-FILL-PCT (WS-SR-NEXT)
                               = SR-FILL-PCT (WS-SR-SUB)
                           AND SR-AVG-LATE (WS-SR-NEXT)
                               < SR-AVG-LATE (WS-SR-SUB))
                       MOVE SUPP-SCORE (WS-SR-SUB) TO WS-SR-SWAP
                       MOVE SUPP-SCORE (WS-SR-NEXT)
                           TO SUPP-SCORE (WS-SR-SUB)
                       MOVE WS-SR-SWAP TO SUPP-SCORE (WS-SR-NEXT)
                       MOVE "Y" TO WS-SR-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-SUPPLIER.
           MOVE WS-SR-SUB TO SRD-RANK.
           MOVE SR-SUPPLIER (WS-SR-SUB) TO SRD-SUPPLIER.
           MOVE SR-LINES (WS-SR-SUB) TO SRD-LINES.
           MOVE SR-ON-TIME-PCT (WS-SR-SUB) TO SRD-ON-TIME-PCT.
           MOVE SR-AVG-LATE (WS-SR-SUB) TO SRD-AVG-LATE.
           MOVE SR-FILL-PCT (WS-SR-SUB) TO SRD-FILL-PCT.
           MOVE SR-OVER (WS-SR-SUB) TO SRD-OVER.
           MOVE SR-AVG-PLANNED (WS-SR-SUB) TO SRD-PLANNED.
           MOVE SR-AVG-ACTUAL (WS-SR-SUB) TO SRD-ACTUAL.
           IF SR-FLAG (WS-SR-SUB) = "Y"
               MOVE "LEAD TIME OVER PLAN - REVIEW REORDER POINT"
                   TO SRD-FLAG
           ELSE
               IF SR-LEAD-LINES (WS-SR-SUB) = 0
                   MOVE "NO LEAD TIME MEASURED" TO SRD-FLAG
               ELSE
                   MOVE SPACES TO SRD-FLAG
               END-IF
           END-IF.
           MOVE SR-DETAIL-LINE TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           DISPLAY SR-DETAIL-LINE.

       PRINT-LEAD-TIME-REVIEW.
      *> The SKUs behind the flag: each SKU/supplier whose filled
      *> lines took longer on average than the master plans -
      *> the lead time to correct before the next reorder-point
      *> recalculation.
           MOVE SPACES TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE "LEAD TIME REVIEW - SKUS SLOWER THAN PLANNED"
               TO WS-SR-BUILD.
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               IF LT-LINES (WS-LT-SUB) > 0
                       AND LT-ACTUAL-DAYS (WS-LT-SUB)
                           > LT-PLANNED (WS-LT-SUB)
                               * LT-LINES (WS-LT-SUB)
                   COMPUTE WS-ACTUAL-AVG ROUNDED =
                       LT-ACTUAL-DAYS (WS-LT-SUB)
                       / LT-LINES (WS-LT-SUB)
                   MOVE LT-SUPPLIER (WS-LT-SUB) TO SRV-SUPPLIER
                   MOVE LT-SKU (WS-LT-SUB) TO SRV-SKU
                   MOVE LT-LINES (WS-LT-SUB) TO SRV-LINES
                   MOVE LT-PLANNED (WS-LT-SUB) TO SRV-PLANNED
                   MOVE WS-ACTUAL-AVG TO SRV-ACTUAL
                   MOVE SR-REVIEW-LINE TO WS-SR-BUILD
                   PERFORM WRITE-SCORECARD-LINE
                   ADD 1 TO WS-REVIEW-COUNT
               END-IF
           END-PERFORM.
           IF WS-REVIEW-COUNT = 0
               MOVE "NONE - EVERY MEASURED LEAD TIME WITHIN PLAN"
                   TO WS-SR-BUILD
               PERFORM WRITE-SCORECARD-LINE
           END-IF.

       START-SCORECARD-PAGE.
           ADD 1 TO WS-SR-PAGE-NO.
           MOVE "SUPPLIER SCORECARD" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-SR-PAGE-NO TO RPT-H-PAGE.
           WRITE SR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-SR-LINE-COUNT.

       WRITE-SCORECARD-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-SR-LINE-COUNT >= 55
               PERFORM START-SCORECARD-PAGE
           END-IF.
           WRITE SR-PRINT-LINE FROM WS-SR-BUILD.
           ADD 1 TO WS-SR-LINE-COUNT.
