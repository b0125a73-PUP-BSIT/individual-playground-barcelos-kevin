       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSORDR.
      *> Sales order entry and fulfilment. Sweeps SOTXN.DAT
      *> against the SLSORD order book so a counter sale is one
      *> keyed order instead of a stock issue, an invoice add and a
      *> receipt keyed apart with nothing tying them together. A new
      *> order is checked against the account master - on file,
      *> not closed, and inside its credit limit once the account's
      *> open receivables and unbilled open orders are counted -
      *> each line is priced off the PRICELST selling-price list,
      *> and its quantity is reserved against the SKU's location on
      *> the stock master, net of what other open orders hold and
      *> of tonight's issues already waiting on STOCKMVT; what the
      *> location cannot cover is backordered. Fulfilling an order
      *> first tops up any backordered reservation, then ships every
      *> reserved quantity as MV-ISSUE movements for the nightly
      *> stock posting and bills exactly those quantities on one
      *> invoice through the shared INVNOGEN generator, so no goods
      *> leave the warehouse unbilled. Every line entered, shipped
      *> or rejected is logged to SOLOG.DAT. Completed lines drop
      *> off the order book the day after their last shipment - the
      *> invoice register and movement history keep the record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANS ASSIGN TO "SOTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-FILE-STATUS.
           SELECT ORDER-BOOK ASSIGN TO "SLSORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT ORDER-SEQ ASSIGN TO "SOSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OQ-FILE-STATUS.
           SELECT ORDER-LOG ASSIGN TO "SOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OG-FILE-STATUS.
           SELECT PRICE-LIST ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
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
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS.
       COPY SOTXN.
       FD  ORDER-BOOK.
       COPY SLSORD.
       FD  ORDER-SEQ.
       COPY SOSEQ.
       FD  ORDER-LOG.
       COPY SOLOG.
       FD  PRICE-LIST.
       COPY PRICELST.
       FD  ACCOUNT-MASTER.
       COPY ACCTMAST.
       FD  INVOICE-FILE.
       COPY INVOICE.
       FD  STOCK-LOCK.
       COPY STKLOCK.
       FD  STOCK-QTYS.
       COPY STOCKQTY.
       FD  STOCK-MOVEMENTS.
       COPY STOCKMVT.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-OT-FILE-STATUS          PIC XX.
       01  WS-SO-FILE-STATUS          PIC XX.
       01  WS-OQ-FILE-STATUS          PIC XX.
       01  WS-OG-FILE-STATUS          PIC XX.
       01  WS-PI-FILE-STATUS          PIC XX.
       01  WS-AC-FILE-STATUS          PIC XX.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-KL-FILE-STATUS          PIC XX.
       01  WS-SQ-FILE-STATUS          PIC XX.
       01  WS-MV-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-STOCK-LOCKED            PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-RESULT                  PIC X(30).
       01  WS-NEXT-ORDER              PIC 9(6).
       01  WS-ORDER-NO                PIC 9(6).
       01  WS-ORDER-ACCOUNT           PIC X(9).
       01  WS-INVOICE-NO              PIC 9(7).
       01  WS-LINE-QTY                PIC 9(5).
       01  WS-LOCATION                PIC 9.
       01  WS-NEEDED-QTY              PIC 9(5).
       01  WS-AVAILABLE-QTY           PIC S9(6).
       01  WS-SHIP-QTY                PIC 9(5).
       01  WS-LINE-VALUE              PIC 9(7)V99.
       01  WS-ORDER-VALUE             PIC 9(9)V99.
       01  WS-BILL-AMOUNT             PIC 9(7)V99.
       01  WS-EXPOSURE                PIC S9(9)V99.
       01  WS-ORDER-FOUND             PIC X.
       01  WS-ORDER-OPEN              PIC X.
       01  WS-ANY-RESERVED            PIC X.
       01  WS-NEW-LINES               PIC 9(5).
       01  WS-ORDERS-ENTERED          PIC 9(5) VALUE 0.
       01  WS-LINES-ENTERED           PIC 9(5) VALUE 0.
       01  WS-LINES-SHIPPED           PIC 9(5) VALUE 0.
       01  WS-INVOICES-ISSUED         PIC 9(5) VALUE 0.
       01  WS-INVOICED-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-EDIT-PARAGRAPH          PIC X(20).
       01  WS-EDIT-RAW                PIC X(10).
       01  WS-EDIT-CONTEXT            PIC X(10).
       01  WS-EDIT-MIN                PIC S9(9).
       01  WS-EDIT-MAX                PIC S9(9).
       01  WS-EDIT-VALUE              PIC S9(9).
       01  WS-EDIT-VALID              PIC X.
      *> Stock master with, per location, what open orders hold
      *> reserved and what tonight's STOCKMVT already takes out -
      *> the quantity free to reserve is what is left of on-hand.
       01  WS-STOCK-COUNT             PIC 9(3) VALUE 0.
       01  WS-STOCK-SUB               PIC 9(3).
       01  WS-HIT-SUB                 PIC 9(3).
       01  WS-SKU-FOUND               PIC X.
       01  WS-STOCK-OVERFLOW          PIC X VALUE "N".
       01  STOCK-TABLE-AREA.
           05  STOCK-ENTRY OCCURS 200 TIMES.
               10  SK-SKU             PIC X(10).
               10  SK-QTY-LOC         PIC 9(5) OCCURS 3 TIMES.
               10  SK-RESERVED-LOC    PIC 9(6) OCCURS 3 TIMES.
               10  SK-PENDING-LOC     PIC 9(6) OCCURS 3 TIMES.
      *> The selling-price list.
       01  WS-PRICE-COUNT             PIC 9(4) VALUE 0.
       01  WS-PRICE-SUB               PIC 9(4).
       01  WS-PRICE-FOUND             PIC X.
       01  WS-UNIT-PRICE              PIC 9(5)V99.
       01  WS-PRICE-OVERFLOW          PIC X VALUE "N".
       01  PRICE-TABLE-AREA.
           05  PRICE-ENTRY OCCURS 500 TIMES.
               10  PL-SKU             PIC X(10).
               10  PL-UNIT-PRICE      PIC 9(5)V99.
      *> Open receivables per account off the invoice register,
      *> the RECVABLE open-balance arithmetic.
       01  WS-ACCT-COUNT              PIC 9(4) VALUE 0.
       01  WS-ACCT-SUB                PIC 9(4).
       01  WS-ACCT-FOUND              PIC X.
       01  WS-ACCT-OVERFLOW           PIC X VALUE "N".
       01  ACCT-TABLE-AREA.
           05  ACCT-ENTRY OCCURS 1000 TIMES.
               10  AB-ACCOUNT         PIC X(9).
               10  AB-OPEN-BALANCE    PIC S9(9)V99.
      *> The whole order book, rewritten at the end of the run.
       01  WS-ORDER-MAX               PIC 9(4) VALUE 2000.
       01  WS-ORDER-COUNT             PIC 9(4) VALUE 0.
       01  WS-ORDER-SUB               PIC 9(4).
       01  WS-ORDER-OVERFLOW          PIC X VALUE "N".
       01  ORDER-TABLE-AREA.
           05  ORDER-ENTRY OCCURS 2000 TIMES.
               10  OL-ORDER-NO        PIC 9(6).
               10  OL-LINE-NO         PIC 99.
               10  OL-ACCOUNT-ID      PIC X(9).
               10  OL-CUST-REF        PIC X(10).
               10  OL-ORDER-DATE      PIC 9(8).
               10  OL-SKU             PIC X(10).
               10  OL-LOCATION        PIC 9.
               10  OL-ORDER-QTY       PIC 9(5).
               10  OL-RESERVED-QTY    PIC 9(5).
               10  OL-SHIPPED-QTY     PIC 9(5).
               10  OL-UNIT-PRICE      PIC 9(5)V99.
               10  OL-STATUS          PIC X.
               10  OL-LAST-SHIP-DATE  PIC 9(8).
               10  OL-LAST-INVOICE    PIC 9(7).
      *> Lines of the order being collected - accepted or
      *> refused together once the account or reference changes.
       01  WS-BUFFER-MAX              PIC 99 VALUE 50.
       01  WS-BUFFER-COUNT            PIC 99 VALUE 0.
       01  WS-BUFFER-SUB              PIC 99.
       01  WS-BUFFER-ACCOUNT          PIC X(9).
       01  WS-BUFFER-REF              PIC X(10).
       01  ORDER-BUFFER-AREA.
           05  BUFFER-ENTRY OCCURS 50 TIMES.
               10  OB-SKU             PIC X(10).
               10  OB-LOCATION        PIC 9.
               10  OB-QTY             PIC 9(5).
               10  OB-UNIT-PRICE      PIC 9(5)V99.
      *> One log line's content, filled before WRITE-LOG-LINE.
       01  WS-LOG-ACTION              PIC X.
       01  WS-LOG-ORDER-NO            PIC 9(6).
       01  WS-LOG-ACCOUNT             PIC X(9).
       01  WS-LOG-SKU                 PIC X(10).
       01  WS-LOG-QTY                 PIC 9(5).
       01  WS-LOG-INVOICE             PIC 9(7).
       01  WS-LOG-AMOUNT              PIC 9(7)V99.

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
           PERFORM CHECK-STOCK-MASTER-FREE.
           IF WS-STOCK-LOCKED = "Y"
               DISPLAY "STOCK MASTER LOCKED BY " KL-HOLDER-PROGRAM
                   " SINCE " KL-TIMESTAMP " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STOCK-MASTER.
           IF WS-STOCK-COUNT = 0
               DISPLAY "STOCKQTY.DAT EMPTY OR MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STOCK-OVERFLOW = "Y"
               DISPLAY "STOCKQTY.DAT EXCEEDS 200 SKUS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PRICE-LIST.
           IF WS-PRICE-OVERFLOW = "Y"
               DISPLAY "PRICELST.DAT EXCEEDS 500 SKUS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-BALANCES.
           IF WS-ACCT-OVERFLOW = "Y"
               DISPLAY "INVOICE.DAT EXCEEDS 1000 ACCOUNTS - RUN"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ORDER-BOOK.
      *> New lines are counted before anything is written, so
      *> an order book that would overflow is refused whole
      *> instead of dropping lines on the rewrite.
           PERFORM COUNT-NEW-LINES.
           IF WS-ORDER-OVERFLOW = "Y"
                   OR WS-ORDER-COUNT + WS-NEW-LINES > WS-ORDER-MAX
               DISPLAY "SLSORD.DAT WOULD EXCEED " WS-ORDER-MAX
                   " LINES - RUN REFUSED, ORDER BOOK LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-ISSUES.
           OPEN INPUT ORDER-TRANS.
           IF WS-OT-FILE-STATUS NOT = "00"
               DISPLAY "SOTXN.DAT NOT AVAILABLE - STATUS "
                   WS-OT-FILE-STATUS " - NOTHING DONE"
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-AC-FILE-STATUS NOT = "00"
               DISPLAY "ACCTMAST.DAT NOT AVAILABLE - STATUS "
                   WS-AC-FILE-STATUS " - RUN REFUSED"
               CLOSE ORDER-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ORDER-LOG.
           IF WS-OG-FILE-STATUS = "35"
               OPEN OUTPUT ORDER-LOG
           END-IF.
           OPEN EXTEND STOCK-MOVEMENTS.
           IF WS-MV-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENTS
           END-IF.
           OPEN EXTEND INVOICE-FILE.
           IF WS-IV-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           PERFORM READ-ORDER-SEQUENCE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ORDER-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM.
           PERFORM RELEASE-BUFFERED-ORDER.
           CLOSE ORDER-TRANS.
           CLOSE ACCOUNT-MASTER.
           CLOSE ORDER-LOG.
           CLOSE STOCK-MOVEMENTS.
           CLOSE INVOICE-FILE.
           PERFORM REWRITE-ORDER-BOOK.
           IF WS-ORDERS-ENTERED > 0
               PERFORM REWRITE-ORDER-SEQUENCE
           END-IF.
           DISPLAY "ORDERS ENTERED: " WS-ORDERS-ENTERED
               " LINES: " WS-LINES-ENTERED
               " LINES SHIPPED: " WS-LINES-SHIPPED
               " INVOICES: " WS-INVOICES-ISSUED
               " REJECTED: " WS-REJECT-COUNT
               " - SEE SOLOG.DAT".
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
                               PERFORM HOLD-STOCK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-QTYS
           END-IF.

       HOLD-STOCK-LINE.
           MOVE SQ-SKU TO SK-SKU (WS-STOCK-COUNT).
           MOVE SQ-QTY-LOC1 TO SK-QTY-LOC (WS-STOCK-COUNT 1).
           MOVE SQ-QTY-LOC2 TO SK-QTY-LOC (WS-STOCK-COUNT 2).
           MOVE SQ-QTY-LOC3 TO SK-QTY-LOC (WS-STOCK-COUNT 3).
           PERFORM VARYING WS-LOCATION FROM 1 BY 1
                   UNTIL WS-LOCATION > 3
               MOVE 0 TO SK-RESERVED-LOC (WS-STOCK-COUNT WS-LOCATION)
               MOVE 0 TO SK-PENDING-LOC (WS-STOCK-COUNT WS-LOCATION)
           END-PERFORM.

       LOAD-PRICE-LIST.
           OPEN INPUT PRICE-LIST.
           IF WS-PI-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PRICE-LIST
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PRICE-COUNT >= 500
                               MOVE "Y" TO WS-PRICE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRICE-COUNT
                               MOVE PI-SKU
                                   TO PL-SKU (WS-PRICE-COUNT)
                               MOVE PI-UNIT-PRICE
                                   TO PL-UNIT-PRICE (WS-PRICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST
           END-IF.

       LOAD-ACCOUNT-BALANCES.
      *> An unpaid line owes its amount less whatever is paid
      *> and credited; a paid-to-date or credit field still spaces
      *> on an older line counts as zero.
           OPEN INPUT INVOICE-FILE.
           IF WS-IV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF IV-UNPAID
                               PERFORM ROLL-ONE-OPEN-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       ROLL-ONE-OPEN-INVOICE.
           MOVE IV-ACCOUNT-ID TO WS-LOG-ACCOUNT.
           PERFORM FIND-OR-ADD-ACCOUNT.
           IF WS-ACCT-FOUND = "Y"
               IF IV-PAID-AMOUNT IS NUMERIC
                   COMPUTE AB-OPEN-BALANCE (WS-ACCT-SUB) =
                       AB-OPEN-BALANCE (WS-ACCT-SUB)
                       + IV-AMOUNT - IV-PAID-AMOUNT
               ELSE
                   ADD IV-AMOUNT TO AB-OPEN-BALANCE (WS-ACCT-SUB)
               END-IF
               IF IV-CREDIT-AMOUNT IS NUMERIC
                   SUBTRACT IV-CREDIT-AMOUNT
                       FROM AB-OPEN-BALANCE (WS-ACCT-SUB)
               END-IF
           END-IF.

       FIND-OR-ADD-ACCOUNT.
      *> Looks up WS-LOG-ACCOUNT, adding it at a zero balance
      *> when it is new and the table has room.
           MOVE "N" TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND = "Y"
               IF AB-ACCOUNT (WS-ACCT-SUB) = WS-LOG-ACCOUNT
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = "Y"
               SUBTRACT 1 FROM WS-ACCT-SUB
           ELSE
               IF WS-ACCT-COUNT >= 1000
                   MOVE "Y" TO WS-ACCT-OVERFLOW
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE WS-LOG-ACCOUNT TO AB-ACCOUNT (WS-ACCT-SUB)
                   MOVE 0 TO AB-OPEN-BALANCE (WS-ACCT-SUB)
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-IF.

       LOAD-ORDER-BOOK.
      *> Every open line's reservation is charged back to its
      *> SKU and location as it loads.
           OPEN INPUT ORDER-BOOK.
           IF WS-SO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ORDER-BOOK
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-ORDER-COUNT >= WS-ORDER-MAX
                               MOVE "Y" TO WS-ORDER-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ORDER-COUNT
                               PERFORM HOLD-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-BOOK
           END-IF.

       HOLD-ORDER-LINE.
           MOVE WS-ORDER-COUNT TO WS-ORDER-SUB.
           MOVE SO-ORDER-NO TO OL-ORDER-NO (WS-ORDER-SUB).
           MOVE SO-LINE-NO TO OL-LINE-NO (WS-ORDER-SUB).
           MOVE SO-ACCOUNT-ID TO OL-ACCOUNT-ID (WS-ORDER-SUB).
           MOVE SO-CUST-REF TO OL-CUST-REF (WS-ORDER-SUB).
           MOVE SO-ORDER-DATE TO OL-ORDER-DATE (WS-ORDER-SUB).
           MOVE SO-SKU TO OL-SKU (WS-ORDER-SUB).
           MOVE SO-LOCATION TO OL-LOCATION (WS-ORDER-SUB).
           MOVE SO-ORDER-QTY TO OL-ORDER-QTY (WS-ORDER-SUB).
           MOVE SO-RESERVED-QTY TO OL-RESERVED-QTY (WS-ORDER-SUB).
           MOVE SO-SHIPPED-QTY TO OL-SHIPPED-QTY (WS-ORDER-SUB).
           MOVE SO-UNIT-PRICE TO OL-UNIT-PRICE (WS-ORDER-SUB).
           MOVE SO-STATUS TO OL-STATUS (WS-ORDER-SUB).
           MOVE SO-LAST-SHIP-DATE TO OL-LAST-SHIP-DATE (WS-ORDER-SUB).
           MOVE SO-LAST-INVOICE TO OL-LAST-INVOICE (WS-ORDER-SUB).
           IF OL-RESERVED-QTY (WS-ORDER-SUB) > 0
               MOVE OL-SKU (WS-ORDER-SUB) TO WS-LOG-SKU
               PERFORM FIND-STOCK-SKU
               IF WS-SKU-FOUND = "Y"
                   MOVE OL-LOCATION (WS-ORDER-SUB) TO WS-LOCATION
                   ADD OL-RESERVED-QTY (WS-ORDER-SUB)
                       TO SK-RESERVED-LOC (WS-HIT-SUB WS-LOCATION)
               END-IF
           END-IF.

       COUNT-NEW-LINES.
           MOVE 0 TO WS-NEW-LINES.
           OPEN INPUT ORDER-TRANS.
           IF WS-OT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ORDER-TRANS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF OT-NEW-LINE
                               ADD 1 TO WS-NEW-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-TRANS
           END-IF.

       LOAD-PENDING-ISSUES.
      *> Issues and transfers already waiting on tonight's
      *> STOCKMVT will take their quantity out of the location when
      *> the stock posting runs - it is not free to reserve now.
           OPEN INPUT STOCK-MOVEMENTS.
           IF WS-MV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STOCK-MOVEMENTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF MV-ISSUE OR MV-TRANSFER
                               PERFORM HOLD-PENDING-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENTS
           END-IF.

       HOLD-PENDING-ISSUE.
           MOVE MV-SKU TO WS-LOG-SKU.
           PERFORM FIND-STOCK-SKU.
           IF WS-SKU-FOUND = "Y"
                   AND MV-FROM-LOC >= 1 AND MV-FROM-LOC <= 3
                   AND MV-QTY IS NUMERIC
               ADD MV-QTY TO SK-PENDING-LOC (WS-HIT-SUB MV-FROM-LOC)
           END-IF.

       FIND-STOCK-SKU.
           MOVE "N" TO WS-SKU-FOUND.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
                   OR WS-SKU-FOUND = "Y"
               IF SK-SKU (WS-STOCK-SUB) = WS-LOG-SKU
                   MOVE "Y" TO WS-SKU-FOUND
                   MOVE WS-STOCK-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.

       FIND-PRICE.
           MOVE "N" TO WS-PRICE-FOUND.
           PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                   UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
                   OR WS-PRICE-FOUND = "Y"
               IF PL-SKU (WS-PRICE-SUB) = WS-LOG-SKU
                   MOVE "Y" TO WS-PRICE-FOUND
                   MOVE PL-UNIT-PRICE (WS-PRICE-SUB) TO WS-UNIT-PRICE
               END-IF
           END-PERFORM.

       READ-ORDER-SEQUENCE.
      *> A site with no sequence file yet starts at order 1.
           MOVE 1 TO WS-NEXT-ORDER.
           OPEN INPUT ORDER-SEQ.
           IF WS-OQ-FILE-STATUS = "00"
               READ ORDER-SEQ
                   NOT AT END
                       MOVE OQ-NEXT-NUMBER TO WS-NEXT-ORDER
               END-READ
               CLOSE ORDER-SEQ
           END-IF.

       REWRITE-ORDER-SEQUENCE.
           OPEN OUTPUT ORDER-SEQ.
           MOVE WS-NEXT-ORDER TO OQ-NEXT-NUMBER.
           WRITE SO-SEQ-REC.
           CLOSE ORDER-SEQ.

       APPLY-ONE-TXN.
      *> A change of account or customer reference - or any
      *> other action - closes the order being collected.
           IF WS-BUFFER-COUNT > 0
               IF NOT OT-NEW-LINE
                       OR OT-ACCOUNT-ID NOT = WS-BUFFER-ACCOUNT
                       OR OT-CUST-REF NOT = WS-BUFFER-REF
                   PERFORM RELEASE-BUFFERED-ORDER
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OT-NEW-LINE
                   PERFORM BUFFER-ORDER-LINE
               WHEN OT-FULFIL
                   PERFORM FULFIL-ONE-ORDER
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE" TO WS-RESULT
                   MOVE OT-ACTION TO WS-LOG-ACTION
                   MOVE 0 TO WS-LOG-ORDER-NO
                   MOVE OT-ACCOUNT-ID TO WS-LOG-ACCOUNT
                   MOVE OT-SKU TO WS-LOG-SKU
                   MOVE 0 TO WS-LOG-QTY
                   PERFORM LOG-REJECTED-TXN
           END-EVALUATE.

       BUFFER-ORDER-LINE.
      *> Each edit runs only while the line is still clean - the
      *> first rejection stands.
           MOVE SPACES TO WS-RESULT.
           MOVE 0 TO WS-LINE-QTY.
           MOVE OT-SKU TO WS-LOG-SKU.
           EVALUATE TRUE
               WHEN OT-ACCOUNT-ID = SPACES
                   MOVE "REJECTED - BLANK ACCOUNT" TO WS-RESULT
               WHEN WS-BUFFER-COUNT >= WS-BUFFER-MAX
                   MOVE "REJECTED - ORDER PAST 50 LINES" TO WS-RESULT
               WHEN OT-LOCATION NOT = "1" AND OT-LOCATION NOT = "2"
                       AND OT-LOCATION NOT = "3"
                   MOVE "REJECTED - BAD LOCATION" TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT = SPACES
               PERFORM EDIT-LINE-QUANTITY
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM FIND-STOCK-SKU
               IF WS-SKU-FOUND = "N"
                   MOVE "REJECTED - SKU NOT ON STOCK MASTER"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM FIND-PRICE
               IF WS-PRICE-FOUND = "N"
                   MOVE "REJECTED - SKU NOT ON PRICE LIST"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE OT-ACCOUNT-ID TO WS-BUFFER-ACCOUNT
               MOVE OT-CUST-REF TO WS-BUFFER-REF
               ADD 1 TO WS-BUFFER-COUNT
               MOVE OT-SKU TO OB-SKU (WS-BUFFER-COUNT)
               MOVE OT-LOCATION TO OB-LOCATION (WS-BUFFER-COUNT)
               MOVE WS-LINE-QTY TO OB-QTY (WS-BUFFER-COUNT)
               MOVE WS-UNIT-PRICE TO OB-UNIT-PRICE (WS-BUFFER-COUNT)
           ELSE
               MOVE "N" TO WS-LOG-ACTION
               MOVE 0 TO WS-LOG-ORDER-NO
               MOVE OT-ACCOUNT-ID TO WS-LOG-ACCOUNT
               MOVE WS-LINE-QTY TO WS-LOG-QTY
               PERFORM LOG-REJECTED-TXN
           END-IF.

       EDIT-LINE-QUANTITY.
           MOVE "BUFFER-ORDER-LINE" TO WS-EDIT-PARAGRAPH.
           MOVE OT-QTY-RAW TO WS-EDIT-RAW.
           MOVE "SLSORDR" TO WS-EDIT-CONTEXT.
           MOVE 1 TO WS-EDIT-MIN.
           MOVE 99999 TO WS-EDIT-MAX.
           CALL "NUMEDIT" USING WS-EDIT-PARAGRAPH WS-EDIT-RAW
               WS-EDIT-CONTEXT WS-EDIT-MIN WS-EDIT-MAX
               WS-EDIT-VALUE WS-EDIT-VALID.
           IF WS-EDIT-VALID = "Y"
               MOVE WS-EDIT-VALUE TO WS-LINE-QTY
           ELSE
               MOVE "REJECTED - BAD QUANTITY" TO WS-RESULT
           END-IF.

       RELEASE-BUFFERED-ORDER.
      *> The order stands or falls whole on its account: on
      *> file, not closed, and - where a credit limit is set -
      *> open receivables plus unbilled open orders plus this
      *> order kept within it.
           IF WS-BUFFER-COUNT > 0
               MOVE SPACES TO WS-RESULT
               PERFORM CHECK-ORDER-ACCOUNT
               IF WS-RESULT = SPACES
                   PERFORM CHECK-ORDER-CREDIT
               END-IF
               IF WS-RESULT = SPACES
                   PERFORM ENTER-BUFFERED-ORDER
               ELSE
                   PERFORM REJECT-BUFFERED-ORDER
               END-IF
               MOVE 0 TO WS-BUFFER-COUNT
           END-IF.

       CHECK-ORDER-ACCOUNT.
           MOVE WS-BUFFER-ACCOUNT TO AC-ID.
           READ ACCOUNT-MASTER KEY IS AC-ID
               INVALID KEY
                   MOVE "REJECTED - ACCOUNT NOT ON FILE"
                       TO WS-RESULT
               NOT INVALID KEY
                   IF AC-CLOSED
                       MOVE "REJECTED - ACCOUNT CLOSED"
                           TO WS-RESULT
                   END-IF
           END-READ.

       CHECK-ORDER-CREDIT.
           MOVE 0 TO WS-ORDER-VALUE.
           PERFORM VARYING WS-BUFFER-SUB FROM 1 BY 1
                   UNTIL WS-BUFFER-SUB > WS-BUFFER-COUNT
               COMPUTE WS-ORDER-VALUE ROUNDED = WS-ORDER-VALUE
                   + OB-QTY (WS-BUFFER-SUB)
                   * OB-UNIT-PRICE (WS-BUFFER-SUB)
           END-PERFORM.
           IF AC-CREDIT-LIMIT > 0
               MOVE WS-ORDER-VALUE TO WS-EXPOSURE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF AB-ACCOUNT (WS-ACCT-SUB) = WS-BUFFER-ACCOUNT
                       ADD AB-OPEN-BALANCE (WS-ACCT-SUB)
                           TO WS-EXPOSURE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                       UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                   IF OL-ACCOUNT-ID (WS-ORDER-SUB) = WS-BUFFER-ACCOUNT
                           AND OL-STATUS (WS-ORDER-SUB) NOT = "C"
                       COMPUTE WS-EXPOSURE ROUNDED = WS-EXPOSURE
                           + (OL-ORDER-QTY (WS-ORDER-SUB)
                              - OL-SHIPPED-QTY (WS-ORDER-SUB))
                           * OL-UNIT-PRICE (WS-ORDER-SUB)
                   END-IF
               END-PERFORM
               IF WS-EXPOSURE > AC-CREDIT-LIMIT
                   MOVE "REJECTED - OVER CREDIT LIMIT" TO WS-RESULT
               END-IF
           END-IF.

       ENTER-BUFFERED-ORDER.
           MOVE WS-NEXT-ORDER TO WS-ORDER-NO.
           ADD 1 TO WS-NEXT-ORDER.
           ADD 1 TO WS-ORDERS-ENTERED.
           PERFORM VARYING WS-BUFFER-SUB FROM 1 BY 1
                   UNTIL WS-BUFFER-SUB > WS-BUFFER-COUNT
               PERFORM ENTER-ONE-ORDER-LINE
           END-PERFORM.

       ENTER-ONE-ORDER-LINE.
      *> The pre-count refusal guarantees the new line fits.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-ORDER-COUNT TO WS-ORDER-SUB.
           MOVE WS-ORDER-NO TO OL-ORDER-NO (WS-ORDER-SUB).
           MOVE WS-BUFFER-SUB TO OL-LINE-NO (WS-ORDER-SUB).
           MOVE WS-BUFFER-ACCOUNT TO OL-ACCOUNT-ID (WS-ORDER-SUB).
           MOVE WS-BUFFER-REF TO OL-CUST-REF (WS-ORDER-SUB).
           MOVE WS-BUSINESS-DATE TO OL-ORDER-DATE (WS-ORDER-SUB).
           MOVE OB-SKU (WS-BUFFER-SUB) TO OL-SKU (WS-ORDER-SUB).
           MOVE OB-LOCATION (WS-BUFFER-SUB)
               TO OL-LOCATION (WS-ORDER-SUB).
           MOVE OB-QTY (WS-BUFFER-SUB) TO OL-ORDER-QTY (WS-ORDER-SUB).
           MOVE 0 TO OL-RESERVED-QTY (WS-ORDER-SUB).
           MOVE 0 TO OL-SHIPPED-QTY (WS-ORDER-SUB).
           MOVE OB-UNIT-PRICE (WS-BUFFER-SUB)
               TO OL-UNIT-PRICE (WS-ORDER-SUB).
           MOVE 0 TO OL-LAST-SHIP-DATE (WS-ORDER-SUB).
           MOVE 0 TO OL-LAST-INVOICE (WS-ORDER-SUB).
           PERFORM RESERVE-ORDER-LINE.
           ADD 1 TO WS-LINES-ENTERED.
           IF OL-STATUS (WS-ORDER-SUB) = "B"
               MOVE "ENTERED - BACKORDERED" TO WS-RESULT
           ELSE
               MOVE "ENTERED - RESERVED" TO WS-RESULT
           END-IF.
           MOVE "N" TO WS-LOG-ACTION.
           MOVE WS-ORDER-NO TO WS-LOG-ORDER-NO.
           MOVE WS-BUFFER-ACCOUNT TO WS-LOG-ACCOUNT.
           MOVE OB-SKU (WS-BUFFER-SUB) TO WS-LOG-SKU.
           MOVE OL-RESERVED-QTY (WS-ORDER-SUB) TO WS-LOG-QTY.
           MOVE 0 TO WS-LOG-INVOICE.
           COMPUTE WS-LOG-AMOUNT ROUNDED =
               OL-ORDER-QTY (WS-ORDER-SUB)
               * OL-UNIT-PRICE (WS-ORDER-SUB).
           PERFORM WRITE-LOG-LINE.

       REJECT-BUFFERED-ORDER.
           PERFORM VARYING WS-BUFFER-SUB FROM 1 BY 1
                   UNTIL WS-BUFFER-SUB > WS-BUFFER-COUNT
               MOVE 0 TO WS-LOG-ORDER-NO
               MOVE WS-BUFFER-ACCOUNT TO WS-LOG-ACCOUNT
               MOVE OB-SKU (WS-BUFFER-SUB) TO WS-LOG-SKU
               MOVE OB-QTY (WS-BUFFER-SUB) TO WS-LOG-QTY
               MOVE "N" TO WS-LOG-ACTION
               PERFORM LOG-REJECTED-TXN
           END-PERFORM.

       RESERVE-ORDER-LINE.
      *> Reserves what the line still lacks, up to whatever the
      *> location has free after other reservations and tonight's
      *> pending issues; the shortfall stays backordered.
           MOVE OL-SKU (WS-ORDER-SUB) TO WS-LOG-SKU.
           PERFORM FIND-STOCK-SKU.
           IF WS-SKU-FOUND = "Y"
               MOVE OL-LOCATION (WS-ORDER-SUB) TO WS-LOCATION
               COMPUTE WS-NEEDED-QTY = OL-ORDER-QTY (WS-ORDER-SUB)
                   - OL-SHIPPED-QTY (WS-ORDER-SUB)
                   - OL-RESERVED-QTY (WS-ORDER-SUB)
               COMPUTE WS-AVAILABLE-QTY =
                   SK-QTY-LOC (WS-HIT-SUB WS-LOCATION)
                   - SK-RESERVED-LOC (WS-HIT-SUB WS-LOCATION)
                   - SK-PENDING-LOC (WS-HIT-SUB WS-LOCATION)
               IF WS-AVAILABLE-QTY > 0 AND WS-NEEDED-QTY > 0
                   IF WS-AVAILABLE-QTY < WS-NEEDED-QTY
                       MOVE WS-AVAILABLE-QTY TO WS-NEEDED-QTY
                   END-IF
                   ADD WS-NEEDED-QTY TO OL-RESERVED-QTY (WS-ORDER-SUB)
                   ADD WS-NEEDED-QTY
                       TO SK-RESERVED-LOC (WS-HIT-SUB WS-LOCATION)
               END-IF
           END-IF.
           PERFORM SET-LINE-STATUS.

       SET-LINE-STATUS.
           EVALUATE TRUE
               WHEN OL-SHIPPED-QTY (WS-ORDER-SUB)
                       >= OL-ORDER-QTY (WS-ORDER-SUB)
                   MOVE "C" TO OL-STATUS (WS-ORDER-SUB)
               WHEN OL-SHIPPED-QTY (WS-ORDER-SUB) > 0
                   MOVE "P" TO OL-STATUS (WS-ORDER-SUB)
               WHEN OL-RESERVED-QTY (WS-ORDER-SUB)
                       < OL-ORDER-QTY (WS-ORDER-SUB)
                   MOVE "B" TO OL-STATUS (WS-ORDER-SUB)
               WHEN OTHER
                   MOVE "O" TO OL-STATUS (WS-ORDER-SUB)
           END-EVALUATE.

       FULFIL-ONE-ORDER.
      *> Backorders are topped up first, so stock received
      *> since the order was entered ships with this fulfilment.
      *> Nothing is shipped unless it is billed on the same run's
      *> invoice.
           MOVE SPACES TO WS-RESULT.
           MOVE "F" TO WS-LOG-ACTION.
           MOVE 0 TO WS-LOG-ORDER-NO.
           MOVE OT-ACCOUNT-ID TO WS-LOG-ACCOUNT.
           MOVE SPACES TO WS-LOG-SKU.
           MOVE 0 TO WS-LOG-QTY.
           IF OT-ORDER-NO IS NOT NUMERIC
               MOVE "REJECTED - BAD ORDER NUMBER" TO WS-RESULT
           ELSE
               MOVE OT-ORDER-NO TO WS-ORDER-NO
               MOVE WS-ORDER-NO TO WS-LOG-ORDER-NO
               PERFORM FIND-ORDER-LINES
           END-IF.
           IF WS-RESULT = SPACES
               MOVE WS-ORDER-ACCOUNT TO AC-ID
               READ ACCOUNT-MASTER KEY IS AC-ID
                   INVALID KEY
                       MOVE "REJECTED - ACCOUNT NOT ON FILE"
                           TO WS-RESULT
                   NOT INVALID KEY
                       IF AC-CLOSED
                           MOVE "REJECTED - ACCOUNT CLOSED"
                               TO WS-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE "N" TO WS-ANY-RESERVED
               PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                       UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                   IF OL-ORDER-NO (WS-ORDER-SUB) = WS-ORDER-NO
                           AND OL-STATUS (WS-ORDER-SUB) NOT = "C"
                       PERFORM RESERVE-ORDER-LINE
                       IF OL-RESERVED-QTY (WS-ORDER-SUB) > 0
                           MOVE "Y" TO WS-ANY-RESERVED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ANY-RESERVED = "N"
                   MOVE "REJECTED - NOTHING FREE TO SHIP"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM SHIP-AND-BILL-ORDER
           ELSE
               PERFORM LOG-REJECTED-TXN
           END-IF.

       FIND-ORDER-LINES.
           MOVE "N" TO WS-ORDER-FOUND.
           MOVE "N" TO WS-ORDER-OPEN.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF OL-ORDER-NO (WS-ORDER-SUB) = WS-ORDER-NO
                   MOVE "Y" TO WS-ORDER-FOUND
                   MOVE OL-ACCOUNT-ID (WS-ORDER-SUB)
                       TO WS-ORDER-ACCOUNT
                   IF OL-STATUS (WS-ORDER-SUB) NOT = "C"
                       MOVE "Y" TO WS-ORDER-OPEN
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ORDER-FOUND = "N"
                   MOVE "REJECTED - ORDER NOT ON FILE" TO WS-RESULT
               WHEN WS-ORDER-OPEN = "N"
                   MOVE "REJECTED - ORDER ALREADY COMPLETE"
                       TO WS-RESULT
               WHEN OTHER
                   MOVE WS-ORDER-ACCOUNT TO WS-LOG-ACCOUNT
           END-EVALUATE.

       SHIP-AND-BILL-ORDER.
           CALL "INVNOGEN" USING WS-INVOICE-NO.
           MOVE 0 TO WS-BILL-AMOUNT.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF OL-ORDER-NO (WS-ORDER-SUB) = WS-ORDER-NO
                       AND OL-RESERVED-QTY (WS-ORDER-SUB) > 0
                   PERFORM SHIP-ONE-ORDER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-INVOICE-NO TO IV-NUMBER.
           MOVE WS-ORDER-ACCOUNT TO IV-ACCOUNT-ID.
           MOVE WS-BILL-AMOUNT TO IV-AMOUNT.
           MOVE WS-BUSINESS-DATE (1:4) TO IV-ISSUE-YEAR.
           MOVE WS-BUSINESS-DATE (5:2) TO IV-ISSUE-MONTH.
           MOVE WS-BUSINESS-DATE (7:2) TO IV-ISSUE-DAY.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE 0 TO IV-PAID-AMOUNT.
           MOVE 0 TO IV-CREDIT-AMOUNT.
           MOVE SPACE TO IV-CLOSE-CODE.
           MOVE SPACE TO IV-KIND.
           MOVE 0 TO IV-SOURCE-INVOICE.
           WRITE INV-REC.
           ADD 1 TO WS-INVOICES-ISSUED.
           ADD WS-BILL-AMOUNT TO WS-INVOICED-TOTAL.
           MOVE WS-ORDER-ACCOUNT TO WS-LOG-ACCOUNT.
           PERFORM FIND-OR-ADD-ACCOUNT.
           IF WS-ACCT-FOUND = "Y"
               ADD WS-BILL-AMOUNT TO AB-OPEN-BALANCE (WS-ACCT-SUB)
           END-IF.

       SHIP-ONE-ORDER-LINE.
      *> The reservation becomes an issue waiting on STOCKMVT -
      *> still held back from the next order until the stock
      *> posting takes it off on-hand.
           MOVE OL-RESERVED-QTY (WS-ORDER-SUB) TO WS-SHIP-QTY.
           MOVE OL-SKU (WS-ORDER-SUB) TO WS-LOG-SKU.
           MOVE OL-LOCATION (WS-ORDER-SUB) TO WS-LOCATION.
           MOVE "I" TO MV-TYPE.
           MOVE WS-LOG-SKU TO MV-SKU.
           MOVE WS-SHIP-QTY TO MV-QTY.
           MOVE WS-LOCATION TO MV-FROM-LOC.
           MOVE 0 TO MV-TO-LOC.
           MOVE SPACE TO MV-SIGN.
           MOVE SPACES TO MV-REASON.
           STRING "SALES " WS-ORDER-NO DELIMITED BY SIZE
               INTO MV-REASON.
           WRITE STOCK-MOVEMENT-REC.
           PERFORM FIND-STOCK-SKU.
           IF WS-SKU-FOUND = "Y"
               SUBTRACT WS-SHIP-QTY
                   FROM SK-RESERVED-LOC (WS-HIT-SUB WS-LOCATION)
               ADD WS-SHIP-QTY
                   TO SK-PENDING-LOC (WS-HIT-SUB WS-LOCATION)
           END-IF.
           ADD WS-SHIP-QTY TO OL-SHIPPED-QTY (WS-ORDER-SUB).
           MOVE 0 TO OL-RESERVED-QTY (WS-ORDER-SUB).
           MOVE WS-BUSINESS-DATE TO OL-LAST-SHIP-DATE (WS-ORDER-SUB).
           MOVE WS-INVOICE-NO TO OL-LAST-INVOICE (WS-ORDER-SUB).
           PERFORM SET-LINE-STATUS.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-SHIP-QTY * OL-UNIT-PRICE (WS-ORDER-SUB).
           ADD WS-LINE-VALUE TO WS-BILL-AMOUNT.
           ADD 1 TO WS-LINES-SHIPPED.
           IF OL-STATUS (WS-ORDER-SUB) = "C"
               MOVE "SHIPPED - LINE COMPLETE" TO WS-RESULT
           ELSE
               MOVE "SHIPPED - BALANCE BACKORDERED" TO WS-RESULT
           END-IF.
           MOVE "F" TO WS-LOG-ACTION.
           MOVE WS-ORDER-NO TO WS-LOG-ORDER-NO.
           MOVE WS-SHIP-QTY TO WS-LOG-QTY.
           MOVE WS-INVOICE-NO TO WS-LOG-INVOICE.
           MOVE WS-LINE-VALUE TO WS-LOG-AMOUNT.
           PERFORM WRITE-LOG-LINE.

       LOG-REJECTED-TXN.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY WS-LOG-ACCOUNT " " WS-LOG-SKU " " WS-RESULT.
           MOVE 0 TO WS-LOG-INVOICE.
           MOVE 0 TO WS-LOG-AMOUNT.
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO OG-TIMESTAMP.
           MOVE WS-LOG-ACTION TO OG-ACTION.
           MOVE WS-LOG-ORDER-NO TO OG-ORDER-NO.
           MOVE WS-LOG-ACCOUNT TO OG-ACCOUNT-ID.
           MOVE WS-LOG-SKU TO OG-SKU.
           MOVE WS-LOG-QTY TO OG-QTY.
           MOVE WS-LOG-INVOICE TO OG-INVOICE-NO.
           MOVE WS-LOG-AMOUNT TO OG-AMOUNT.
           MOVE WS-RESULT TO OG-RESULT.
           WRITE SALES-ORDER-LOG-REC.

       REWRITE-ORDER-BOOK.
      *> A completed line stays on the book through the day it
      *> finished, then drops off.
           OPEN OUTPUT ORDER-BOOK.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF OL-STATUS (WS-ORDER-SUB) NOT = "C"
                       OR OL-LAST-SHIP-DATE (WS-ORDER-SUB)
                           >= WS-BUSINESS-DATE
                   PERFORM WRITE-ORDER-LINE
               END-IF
           END-PERFORM.
           CLOSE ORDER-BOOK.

       WRITE-ORDER-LINE.
           MOVE OL-ORDER-NO (WS-ORDER-SUB) TO SO-ORDER-NO.
           MOVE OL-LINE-NO (WS-ORDER-SUB) TO SO-LINE-NO.
           MOVE OL-ACCOUNT-ID (WS-ORDER-SUB) TO SO-ACCOUNT-ID.
           MOVE OL-CUST-REF (WS-ORDER-SUB) TO SO-CUST-REF.
           MOVE OL-ORDER-DATE (WS-ORDER-SUB) TO SO-ORDER-DATE.
           MOVE OL-SKU (WS-ORDER-SUB) TO SO-SKU.
           MOVE OL-LOCATION (WS-ORDER-SUB) TO SO-LOCATION.
           MOVE OL-ORDER-QTY (WS-ORDER-SUB) TO SO-ORDER-QTY.
           MOVE OL-RESERVED-QTY (WS-ORDER-SUB) TO SO-RESERVED-QTY.
           MOVE OL-SHIPPED-QTY (WS-ORDER-SUB) TO SO-SHIPPED-QTY.
           MOVE OL-UNIT-PRICE (WS-ORDER-SUB) TO SO-UNIT-PRICE.
           MOVE OL-STATUS (WS-ORDER-SUB) TO SO-STATUS.
           MOVE OL-LAST-SHIP-DATE (WS-ORDER-SUB) TO SO-LAST-SHIP-DATE.
           MOVE OL-LAST-INVOICE (WS-ORDER-SUB) TO SO-LAST-INVOICE.
           WRITE SALES-ORDER-REC.
