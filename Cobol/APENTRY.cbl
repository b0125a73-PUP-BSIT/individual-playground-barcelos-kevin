       IDENTIFICATION DIVISION.
       PROGRAM-ID. APENTRY.
      *> AP voucher entry with three-way match. Every supplier
      *> invoice line in the APINV.DAT batch is matched against the
      *> PO line it bills (the open-PO file's ordered and received
      *> quantities - what STOCKPST actually posted off the dock)
      *> and the unit cost the PO was raised at (the supplier's
      *> SKUSUPP cost for lines raised before POs carried one).
      *> A line that bills an active supplier on the master, on
      *> its own PO, at the agreed cost, for no more than was
      *> ordered and received (less what earlier vouchers already
      *> billed) becomes a numbered payable voucher due invoice
      *> date plus the supplier's terms. Anything else goes to the
      *> AP exception listing with the reason, for purchasing to
      *> take up with the supplier. A voucher register prints with
      *> control totals and the batch is cleared - the PAYPOST
      *> convention - so a resubmission cannot voucher the same
      *> bill twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-FILE-STATUS.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FILE-STATUS.
           SELECT AP-VOUCHER-SEQ ASSIGN TO "APVSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VQ-FILE-STATUS.
           SELECT AP-EXCEPTIONS ASSIGN TO "APEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ID
               FILE STATUS IS WS-SU-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT SKU-SUPPLIER ASSIGN TO "SKUSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT VOUCHER-REGISTER ASSIGN TO "APVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
       COPY APINV.
       FD  AP-VOUCHER-FILE.
       COPY APVOUCH.
       FD  AP-VOUCHER-SEQ.
       COPY APVSEQ.
       FD  AP-EXCEPTIONS.
       COPY APEXCP.
       FD  SUPPLIER-MASTER.
       COPY SUPPMAST.
       FD  OPEN-PO-FILE.
       COPY OPENPO.
       FD  SKU-SUPPLIER.
       COPY SKUSUPP.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  VOUCHER-REGISTER.
       01  VR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-AI-FILE-STATUS          PIC XX.
       01  WS-AV-FILE-STATUS          PIC XX.
       01  WS-VQ-FILE-STATUS          PIC XX.
       01  WS-SU-FILE-STATUS          PIC XX.
       01  WS-OP-FILE-STATUS          PIC XX.
       01  WS-SS-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-NEXT-VOUCHER            PIC 9(6).
       01  WS-REASON                  PIC X(30).
       01  WS-RESULT                  PIC X(10).
       01  WS-LINE-AMOUNT             PIC 9(8)V99.
       01  WS-DUE-INT                 PIC 9(8).
       01  WS-BILLED-TO-DATE          PIC 9(6).
       01  WS-MATCH-PO                PIC 9(6).
       01  WS-MATCH-SKU               PIC X(10).
       01  WS-INVOICE-COUNT           PIC 9(5) VALUE 0.
       01  WS-VOUCHER-COUNT           PIC 9(5) VALUE 0.
       01  WS-EXCP-COUNT              PIC 9(5) VALUE 0.
       01  WS-VOUCHER-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-EXCP-TOTAL              PIC 9(9)V99 VALUE 0.
      *> The open-PO file in memory with what earlier vouchers
      *> already billed against each line - past capacity the run
      *> is refused, because an unseen PO line would read as
      *> missing and its bill would go to the exception listing
      *> for nothing.
       01  WS-PT-COUNT                PIC 9(3) VALUE 0.
       01  WS-PT-SUB                  PIC 9(3).
       01  WS-PT-HIT                  PIC 9(3).
       01  WS-PT-FOUND                PIC X.
       01  WS-PT-OVERFLOW             PIC X VALUE "N".
       01  PO-TABLE-AREA.
           05  PO-ENTRY OCCURS 300 TIMES.
               10  PT-PO-NUMBER       PIC 9(6).
               10  PT-SUPPLIER        PIC X(8).
               10  PT-SKU             PIC X(10).
               10  PT-ORDER-QTY       PIC 9(5).
               10  PT-RECEIVED-QTY    PIC 9(5).
               10  PT-BILLED-QTY      PIC 9(6).
               10  PT-UNIT-COST       PIC 9(5)V99.
       01  WS-ST-COUNT                PIC 9(3) VALUE 0.
       01  WS-ST-SUB                  PIC 9(3).
       01  WS-ST-HIT                  PIC 9(3).
       01  SUPP-TABLE-AREA.
           05  SUPP-ENTRY OCCURS 200 TIMES.
               10  ST-SKU             PIC X(10).
               10  ST-SUPPLIER        PIC X(8).
               10  ST-UNIT-COST       PIC 9(5)V99.
      *> Supplier invoice lines already vouchered, so the same
      *> bill keyed into a second batch is caught as a duplicate.
       01  WS-VH-COUNT                PIC 9(4) VALUE 0.
       01  WS-VH-SUB                  PIC 9(4).
       01  WS-VH-FOUND                PIC X.
       01  WS-VH-OVERFLOW             PIC X VALUE "N".
       01  VOUCHED-TABLE-AREA.
           05  VOUCHED-ENTRY OCCURS 2000 TIMES.
               10  VH-SUPPLIER        PIC X(8).
               10  VH-SUPP-INV-NO     PIC X(12).
               10  VH-PO-NUMBER       PIC 9(6).
               10  VH-SKU             PIC X(10).
      *> Register page handling - the shop's 55-line standard.
       01  WS-VR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-VR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-VR-BUILD                PIC X(132).
       01  VR-HEADING-LINE.
           05  FILLER PIC X(8)  VALUE "VOUCHER".
           05  FILLER PIC X(10) VALUE "SUPPLIER".
           05  FILLER PIC X(14) VALUE "INVOICE".
           05  FILLER PIC X(8)  VALUE "PO".
           05  FILLER PIC X(12) VALUE "SKU".
           05  FILLER PIC X(8)  VALUE "QTY".
           05  FILLER PIC X(15) VALUE "AMOUNT".
           05  FILLER PIC X(10) VALUE "DUE".
           05  FILLER PIC X(10) VALUE "RESULT".
       01  VR-DETAIL-LINE.
           05  VRD-VOUCHER            PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-SUPP-INV-NO        PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-PO-NUMBER          PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-SKU                PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-QTY                PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-DUE                PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-RESULT             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-REASON             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
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
           PERFORM LOAD-OPEN-PO-TABLE.
           PERFORM LOAD-SKU-SUPPLIER-TABLE.
           PERFORM LOAD-VOUCHER-HISTORY.
           IF WS-PT-OVERFLOW = "Y" OR WS-VH-OVERFLOW = "Y"
               DISPLAY "OPENPO.DAT OR APVOUCH.DAT PAST TABLE"
                   " CAPACITY - RUN REFUSED, BATCH LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AP-INVOICE-FILE.
           IF WS-AI-FILE-STATUS NOT = "00"
               DISPLAY "APINV.DAT NOT AVAILABLE - STATUS "
                   WS-AI-FILE-STATUS " - NOTHING TO VOUCHER"
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SU-FILE-STATUS NOT = "00"
               DISPLAY "SUPPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-SU-FILE-STATUS " - RUN REFUSED"
               CLOSE AP-INVOICE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-VOUCHER-SEQUENCE.
           OPEN EXTEND AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS = "35"
               OPEN OUTPUT AP-VOUCHER-FILE
           END-IF.
           OPEN OUTPUT AP-EXCEPTIONS.
           OPEN OUTPUT VOUCHER-REGISTER.
           MOVE 0 TO WS-VR-PAGE-NO.
           MOVE 99 TO WS-VR-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AP-INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-INVOICE-COUNT
                       PERFORM MATCH-ONE-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE AP-INVOICE-FILE.
           CLOSE SUPPLIER-MASTER.
           CLOSE AP-VOUCHER-FILE.
           CLOSE AP-EXCEPTIONS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE VOUCHER-REGISTER.
           PERFORM REWRITE-VOUCHER-SEQUENCE.
           PERFORM CLEAR-INVOICE-BATCH.
           DISPLAY "AP INVOICE LINES: " WS-INVOICE-COUNT
               " VOUCHERED: " WS-VOUCHER-COUNT
               " EXCEPTIONS: " WS-EXCP-COUNT
               " - SEE APVREG.DAT / APEXCP.DAT".
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

       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPEN-PO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PT-COUNT >= 300
                               MOVE "Y" TO WS-PT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PT-COUNT
                               MOVE OP-PO-NUMBER
                                   TO PT-PO-NUMBER (WS-PT-COUNT)
                               MOVE OP-SUPPLIER
                                   TO PT-SUPPLIER (WS-PT-COUNT)
                               MOVE OP-SKU
                                   TO PT-SKU (WS-PT-COUNT)
                               MOVE OP-ORDER-QTY
                                   TO PT-ORDER-QTY (WS-PT-COUNT)
                               MOVE OP-RECEIVED-QTY
                                   TO PT-RECEIVED-QTY (WS-PT-COUNT)
                               MOVE 0
                                   TO PT-BILLED-QTY (WS-PT-COUNT)
                               MOVE 0
                                   TO PT-UNIT-COST (WS-PT-COUNT)
                               IF OP-UNIT-COST IS NUMERIC
                                   MOVE OP-UNIT-COST
                                       TO PT-UNIT-COST (WS-PT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-SKU-SUPPLIER-TABLE.
           OPEN INPUT SKU-SUPPLIER.
           IF WS-SS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SKU-SUPPLIER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-ST-COUNT < 200
                               ADD 1 TO WS-ST-COUNT
                               MOVE SS-SKU
                                   TO ST-SKU (WS-ST-COUNT)
                               MOVE SS-SUPPLIER
                                   TO ST-SUPPLIER (WS-ST-COUNT)
                               MOVE SS-UNIT-COST
                                   TO ST-UNIT-COST (WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKU-SUPPLIER
           END-IF.

       LOAD-VOUCHER-HISTORY.
      *> Every voucher already on file counts against its PO
      *> line's billable quantity and against duplicate entry.
           OPEN INPUT AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AP-VOUCHER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-ONE-VOUCHER
                   END-READ
               END-PERFORM
               CLOSE AP-VOUCHER-FILE
           END-IF.

       NOTE-ONE-VOUCHER.
           IF WS-VH-COUNT >= 2000
               MOVE "Y" TO WS-VH-OVERFLOW
           ELSE
               ADD 1 TO WS-VH-COUNT
               MOVE AV-SUPPLIER TO VH-SUPPLIER (WS-VH-COUNT)
               MOVE AV-SUPP-INV-NO TO VH-SUPP-INV-NO (WS-VH-COUNT)
               MOVE AV-PO-NUMBER TO VH-PO-NUMBER (WS-VH-COUNT)
               MOVE AV-SKU TO VH-SKU (WS-VH-COUNT)
           END-IF.
           MOVE AV-PO-NUMBER TO WS-MATCH-PO.
           MOVE AV-SKU TO WS-MATCH-SKU.
           PERFORM FIND-PO-LINE.
           IF WS-PT-FOUND = "Y"
               ADD AV-QTY TO PT-BILLED-QTY (WS-PT-HIT)
           END-IF.

       READ-VOUCHER-SEQUENCE.
      *> A missing sequence control starts the numbering from
      *> 000001 - the first entry run on a new site seeds it.
           MOVE 1 TO WS-NEXT-VOUCHER.
           OPEN INPUT AP-VOUCHER-SEQ.
           IF WS-VQ-FILE-STATUS = "00"
               READ AP-VOUCHER-SEQ
                   NOT AT END
                       MOVE VQ-NEXT-NUMBER TO WS-NEXT-VOUCHER
               END-READ
               CLOSE AP-VOUCHER-SEQ
           END-IF.

       REWRITE-VOUCHER-SEQUENCE.
           OPEN OUTPUT AP-VOUCHER-SEQ.
           MOVE WS-NEXT-VOUCHER TO VQ-NEXT-NUMBER.
           WRITE AP-VSEQ-REC.
           CLOSE AP-VOUCHER-SEQ.

       FIND-PO-LINE.
           MOVE "N" TO WS-PT-FOUND.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
                   OR WS-PT-FOUND = "Y"
               IF PT-PO-NUMBER (WS-PT-SUB) = WS-MATCH-PO
                       AND PT-SKU (WS-PT-SUB) = WS-MATCH-SKU
                   MOVE "Y" TO WS-PT-FOUND
                   MOVE WS-PT-SUB TO WS-PT-HIT
               END-IF
           END-PERFORM.

       FIND-SUPPLIER-COST.
           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
                   OR WS-ST-HIT > 0
               IF ST-SKU (WS-ST-SUB) = AI-SKU
                       AND ST-SUPPLIER (WS-ST-SUB) = AI-SUPPLIER
                   MOVE WS-ST-SUB TO WS-ST-HIT
               END-IF
           END-PERFORM.

       CHECK-ALREADY-VOUCHERED.
           MOVE "N" TO WS-VH-FOUND.
           PERFORM VARYING WS-VH-SUB FROM 1 BY 1
                   UNTIL WS-VH-SUB > WS-VH-COUNT
                   OR WS-VH-FOUND = "Y"
               IF VH-SUPPLIER (WS-VH-SUB) = AI-SUPPLIER
                       AND VH-SUPP-INV-NO (WS-VH-SUB)
                           = AI-SUPP-INV-NO
                       AND VH-PO-NUMBER (WS-VH-SUB) = AI-PO-NUMBER
                       AND VH-SKU (WS-VH-SUB) = AI-SKU
                   MOVE "Y" TO WS-VH-FOUND
               END-IF
           END-PERFORM.

       MATCH-ONE-INVOICE-LINE.
      *> Each check runs only while the line is still clean - the
      *> first reason stands, the PAYPOST way.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-LINE-AMOUNT.
           IF AI-QTY IS NOT NUMERIC OR AI-QTY = 0
                   OR AI-UNIT-PRICE IS NOT NUMERIC
                   OR AI-INVOICE-DATE IS NOT NUMERIC
                   OR AI-PO-NUMBER IS NOT NUMERIC
               MOVE "BAD QTY, PRICE, DATE OR PO" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-INVOICE-SUPPLIER
           END-IF.
           IF WS-REASON = SPACES
               MOVE AI-PO-NUMBER TO WS-MATCH-PO
               MOVE AI-SKU TO WS-MATCH-SKU
               PERFORM FIND-PO-LINE
               EVALUATE TRUE
                   WHEN WS-PT-FOUND = "N"
                       MOVE "PO LINE NOT ON FILE" TO WS-REASON
                   WHEN PT-SUPPLIER (WS-PT-HIT) NOT = AI-SUPPLIER
                       MOVE "PO RAISED ON ANOTHER SUPPLIER"
                           TO WS-REASON
               END-EVALUATE
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-ALREADY-VOUCHERED
               IF WS-VH-FOUND = "Y"
                   MOVE "INVOICE LINE ALREADY VOUCHERED"
                       TO WS-REASON
               END-IF
           END-IF.
      *> The price must be the cost the PO was raised at - the
      *> cost receiving put on the stock - so the bill clears the
      *> goods-received account to the peso. Lines raised before
      *> the PO carried its cost fall back to the SKUSUPP cost.
           IF WS-REASON = SPACES
               IF PT-UNIT-COST (WS-PT-HIT) > 0
                   IF AI-UNIT-PRICE NOT = PT-UNIT-COST (WS-PT-HIT)
                       MOVE "PRICE DIFFERS FROM PO COST"
                           TO WS-REASON
                   END-IF
               ELSE
                   PERFORM FIND-SUPPLIER-COST
                   EVALUATE TRUE
                       WHEN WS-ST-HIT = 0
                           MOVE "NO SUPPLIER COST ON SKUSUPP"
                               TO WS-REASON
                       WHEN AI-UNIT-PRICE
                               NOT = ST-UNIT-COST (WS-ST-HIT)
                           MOVE "PRICE DIFFERS FROM PO COST"
                               TO WS-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               COMPUTE WS-BILLED-TO-DATE =
                   PT-BILLED-QTY (WS-PT-HIT) + AI-QTY
               EVALUATE TRUE
                   WHEN WS-BILLED-TO-DATE > PT-ORDER-QTY (WS-PT-HIT)
                       MOVE "BILLED PAST QTY ORDERED"
                           TO WS-REASON
                   WHEN WS-BILLED-TO-DATE
                           > PT-RECEIVED-QTY (WS-PT-HIT)
                       MOVE "BILLED PAST QTY RECEIVED"
                           TO WS-REASON
               END-EVALUATE
           END-IF.
           IF AI-QTY IS NUMERIC AND AI-UNIT-PRICE IS NUMERIC
               COMPUTE WS-LINE-AMOUNT = AI-QTY * AI-UNIT-PRICE
           END-IF.
           IF WS-REASON = SPACES
               PERFORM WRITE-ONE-VOUCHER
           ELSE
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       CHECK-INVOICE-SUPPLIER.
           MOVE AI-SUPPLIER TO SU-ID.
           READ SUPPLIER-MASTER KEY IS SU-ID
               INVALID KEY
                   MOVE "SUPPLIER NOT ON MASTER" TO WS-REASON
               NOT INVALID KEY
                   IF SU-INACTIVE
                       MOVE "SUPPLIER INACTIVE" TO WS-REASON
                   END-IF
           END-READ.

       WRITE-ONE-VOUCHER.
      *> Due date = supplier invoice date plus the supplier's
      *> terms, through the day-number conversion.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (AI-INVOICE-DATE)
               + SU-TERMS-DAYS.
           MOVE WS-NEXT-VOUCHER TO AV-VOUCHER-NO.
           ADD 1 TO WS-NEXT-VOUCHER.
           MOVE AI-SUPPLIER TO AV-SUPPLIER.
           MOVE AI-SUPP-INV-NO TO AV-SUPP-INV-NO.
           MOVE AI-INVOICE-DATE TO AV-INVOICE-DATE.
           MOVE AI-PO-NUMBER TO AV-PO-NUMBER.
           MOVE AI-SKU TO AV-SKU.
           MOVE AI-QTY TO AV-QTY.
           MOVE AI-UNIT-PRICE TO AV-UNIT-COST.
           MOVE WS-LINE-AMOUNT TO AV-AMOUNT.
           MOVE WS-BUSINESS-DATE TO AV-ENTRY-DATE.
           COMPUTE AV-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           MOVE "O" TO AV-STATUS.
      *> Not yet paid - the payment run stamps these, and the
      *> record area still holds the last history line read.
           MOVE 0 TO AV-PAID-DATE.
           MOVE 0 TO AV-PAYMENT-NO.
           MOVE AV-VOUCHER-NO TO VRD-VOUCHER.
           MOVE AV-DUE-DATE TO VRD-DUE.
           WRITE AP-VOUCHER-REC.
      *> The new voucher counts against the rest of the batch
      *> the same as one already on file.
           ADD AI-QTY TO PT-BILLED-QTY (WS-PT-HIT).
           IF WS-VH-COUNT < 2000
               ADD 1 TO WS-VH-COUNT
               MOVE AI-SUPPLIER TO VH-SUPPLIER (WS-VH-COUNT)
               MOVE AI-SUPP-INV-NO TO VH-SUPP-INV-NO (WS-VH-COUNT)
               MOVE AI-PO-NUMBER TO VH-PO-NUMBER (WS-VH-COUNT)
               MOVE AI-SKU TO VH-SKU (WS-VH-COUNT)
           END-IF.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD WS-LINE-AMOUNT TO WS-VOUCHER-TOTAL.
           MOVE "VOUCHERED" TO WS-RESULT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-ONE-EXCEPTION.
           MOVE AI-SUPPLIER TO AE-SUPPLIER.
           MOVE AI-SUPP-INV-NO TO AE-SUPP-INV-NO.
           MOVE AI-PO-NUMBER TO AE-PO-NUMBER.
           MOVE AI-SKU TO AE-SKU.
           MOVE AI-QTY TO AE-QTY.
           MOVE AI-UNIT-PRICE TO AE-UNIT-PRICE.
           MOVE WS-REASON TO AE-REASON.
           WRITE AP-EXCEPTION-REC.
           ADD 1 TO WS-EXCP-COUNT.
           ADD WS-LINE-AMOUNT TO WS-EXCP-TOTAL.
           MOVE SPACES TO VRD-VOUCHER.
           MOVE SPACES TO VRD-DUE.
           MOVE "EXCEPTION" TO WS-RESULT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE AI-SUPPLIER TO VRD-SUPPLIER.
           MOVE AI-SUPP-INV-NO TO VRD-SUPP-INV-NO.
           MOVE AI-PO-NUMBER TO VRD-PO-NUMBER.
           MOVE AI-SKU TO VRD-SKU.
           MOVE AI-QTY TO VRD-QTY.
           MOVE WS-LINE-AMOUNT TO VRD-AMOUNT.
           MOVE WS-RESULT TO VRD-RESULT.
           MOVE WS-REASON TO VRD-REASON.
           MOVE VR-DETAIL-LINE TO WS-VR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           DISPLAY VR-DETAIL-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-VR-BUILD.
           STRING "LINES: " WS-INVOICE-COUNT
               " VOUCHERED: " WS-VOUCHER-COUNT
               " AMT: " WS-VOUCHER-TOTAL
               " EXCP: " WS-EXCP-COUNT
               " AMT: " WS-EXCP-TOTAL
               DELIMITED BY SIZE INTO WS-VR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-INVOICE-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-VR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       CLEAR-INVOICE-BATCH.
      *> The batch matched - an empty file is what stops a
      *> resubmission vouchering every bill in it twice.
           OPEN OUTPUT AP-INVOICE-FILE.
           CLOSE AP-INVOICE-FILE.

       START-REGISTER-PAGE.
           ADD 1 TO WS-VR-PAGE-NO.
           MOVE "AP VOUCHER REGISTER" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-VR-PAGE-NO TO RPT-H-PAGE.
           WRITE VR-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE VR-PRINT-LINE FROM VR-HEADING-LINE.
           MOVE 0 TO WS-VR-LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number and the column headings.
           IF WS-VR-LINE-COUNT >= 55
               PERFORM START-REGISTER-PAGE
           END-IF.
           WRITE VR-PRINT-LINE FROM WS-VR-BUILD.
           ADD 1 TO WS-VR-LINE-COUNT.
