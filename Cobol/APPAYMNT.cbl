       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYMNT.
      *> Supplier payment approval and release. The treasurer
      *> confirms under the shared second-signature check, then
      *> approves or holds the proposal one supplier at a time.
      *> Each approved supplier gets the next payment number off
      *> the APPYSEQ sequence control and every voucher in its
      *> group is stamped paid with the business date and that
      *> number; a held supplier's vouchers stay open for the next
      *> proposal. The voucher file loads, the decisions apply and
      *> the file rewrites - the PAYPOST pattern - a payment
      *> register prints with control totals, the decision is
      *> stamped to the audit log, and the proposal is cleared so
      *> the same vouchers cannot be paid twice. GLPOST picks the
      *> day's payments up off the paid stamp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-PROPOSAL ASSIGN TO "APPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FILE-STATUS.
           SELECT AP-PAY-SEQ ASSIGN TO "APPYSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "APPAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-PROPOSAL.
       COPY APPROP.
       FD  AP-VOUCHER-FILE.
       COPY APVOUCH.
       FD  AP-PAY-SEQ.
       COPY APPYSEQ.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  PAYMENT-REGISTER.
       01  PY-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-PL-FILE-STATUS          PIC XX.
       01  WS-AV-FILE-STATUS          PIC XX.
       01  WS-PN-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "APPAYMNT".
       01  WS-NO-EXCLUDE-1            PIC X(8) VALUE SPACES.
       01  WS-NO-EXCLUDE-2            PIC X(8) VALUE SPACES.
       01  WS-TREASURER-ID            PIC X(8).
       01  WS-TREASURER-OK            PIC X.
       01  WS-AUDIT-DETAIL            PIC X(40).
       01  WS-NEXT-PAYMENT            PIC 9(6).
       01  WS-PAYMENT-NO              PIC 9(6).
       01  WS-DECISION                PIC X.
       01  WS-GRP-START               PIC 9(4).
       01  WS-GRP-END                 PIC 9(4).
       01  WS-GRP-LINES               PIC 9(5).
       01  WS-GRP-AMOUNT              PIC 9(9)V99.
       01  WS-ED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RESULT                  PIC X(10).
       01  WS-PAID-SUPPLIERS          PIC 9(4) VALUE 0.
       01  WS-HELD-SUPPLIERS          PIC 9(4) VALUE 0.
       01  WS-PAID-VOUCHERS           PIC 9(5) VALUE 0.
       01  WS-PAID-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(11)V99 VALUE 0.
      *> The proposal in memory, in its supplier order.
       01  WS-PROP-COUNT              PIC 9(4) VALUE 0.
       01  WS-PROP-SUB                PIC 9(4).
       01  WS-PROP-OVERFLOW           PIC X VALUE "N".
       01  PROP-TABLE-AREA.
           05  PROP-ENTRY OCCURS 1000 TIMES.
               10  PP-SUPPLIER        PIC X(8).
               10  PP-VOUCHER-NO      PIC 9(6).
               10  PP-AMOUNT          PIC 9(8)V99.
      *> The whole voucher file in memory for the paid stamp -
      *> past capacity the run is refused outright, because the
      *> rewrite would truncate the file.
       01  WS-VCH-COUNT               PIC 9(4) VALUE 0.
       01  WS-VCH-SUB                 PIC 9(4).
       01  WS-VCH-OVERFLOW            PIC X VALUE "N".
       01  VOUCHER-TABLE-AREA.
           05  VT-ENTRY               PIC X(103) OCCURS 2000 TIMES.
      *> Working mirror of one voucher line for the paid stamp.
       01  VW-VOUCHER-REC.
           05  VW-VOUCHER-NO          PIC 9(6).
           05  VW-SUPPLIER            PIC X(8).
           05  VW-SUPP-INV-NO         PIC X(12).
           05  VW-INVOICE-DATE        PIC 9(8).
           05  VW-PO-NUMBER           PIC 9(6).
           05  VW-SKU                 PIC X(10).
           05  VW-QTY                 PIC 9(5).
           05  VW-UNIT-COST           PIC 9(5)V99.
           05  VW-AMOUNT              PIC 9(8)V99.
           05  VW-ENTRY-DATE          PIC 9(8).
           05  VW-DUE-DATE            PIC 9(8).
           05  VW-STATUS              PIC X.
           05  VW-PAID-DATE           PIC 9(8).
           05  VW-PAYMENT-NO          PIC 9(6).
      *> Register page handling - the shop's 55-line standard.
       01  WS-PY-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-PY-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-PY-BUILD                PIC X(132).
       01  PY-DETAIL-LINE.
           05  PYD-PAYMENT-NO         PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PYD-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PYD-LINES              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE " VOUCHERS ".
           05  PYD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PYD-RESULT             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PYD-APPROVER           PIC X(8).

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
           PERFORM LOAD-PROPOSAL-TABLE.
           IF WS-PROP-COUNT = 0
               DISPLAY "APPROP.DAT EMPTY OR MISSING - RUN THE"
                   " PAYMENT PROPOSAL FIRST"
               STOP RUN
           END-IF.
           PERFORM LOAD-VOUCHER-TABLE.
           IF WS-PROP-OVERFLOW = "Y" OR WS-VCH-OVERFLOW = "Y"
               DISPLAY "APPROP.DAT OR APVOUCH.DAT PAST TABLE"
                   " CAPACITY - RUN REFUSED, FILES LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> No payment leaves on the operator's say-so alone - the
      *> treasurer confirms before any supplier is shown.
           CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-NO-EXCLUDE-1
               WS-NO-EXCLUDE-2 WS-TREASURER-ID WS-TREASURER-OK.
           IF WS-TREASURER-OK NOT = "Y"
               DISPLAY "TREASURER NOT CONFIRMED - NOTHING PAID,"
                   " PROPOSAL KEPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PAYMENT-SEQUENCE.
           OPEN OUTPUT PAYMENT-REGISTER.
           MOVE 0 TO WS-PY-PAGE-NO.
           MOVE 99 TO WS-PY-LINE-COUNT.
           MOVE 1 TO WS-GRP-START.
           PERFORM UNTIL WS-GRP-START > WS-PROP-COUNT
               PERFORM DECIDE-ONE-SUPPLIER
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE PAYMENT-REGISTER.
           IF WS-PAID-SUPPLIERS > 0
               PERFORM REWRITE-VOUCHER-FILE
               PERFORM REWRITE-PAYMENT-SEQUENCE
           END-IF.
           PERFORM CLEAR-PROPOSAL-FILE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "APPAYMNT PAID=" WS-PAID-SUPPLIERS
               " HELD=" WS-HELD-SUPPLIERS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           CALL "AUDSTAMP" USING WS-TREASURER-ID WS-AUDIT-DETAIL.
           DISPLAY "SUPPLIERS PAID: " WS-PAID-SUPPLIERS
               " HELD: " WS-HELD-SUPPLIERS
               " VOUCHERS PAID: " WS-PAID-VOUCHERS
               " AMOUNT: " WS-PAID-TOTAL.
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

       LOAD-PROPOSAL-TABLE.
           OPEN INPUT AP-PROPOSAL.
           IF WS-PL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AP-PROPOSAL
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PROP-COUNT >= 1000
                               MOVE "Y" TO WS-PROP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PROP-COUNT
                               MOVE PL-SUPPLIER
                                   TO PP-SUPPLIER (WS-PROP-COUNT)
                               MOVE PL-VOUCHER-NO
                                   TO PP-VOUCHER-NO (WS-PROP-COUNT)
                               MOVE PL-AMOUNT
                                   TO PP-AMOUNT (WS-PROP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-PROPOSAL
           END-IF.

       LOAD-VOUCHER-TABLE.
           OPEN INPUT AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AP-VOUCHER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-VCH-COUNT >= 2000
                               MOVE "Y" TO WS-VCH-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VCH-COUNT
                               MOVE AP-VOUCHER-REC
                                   TO VT-ENTRY (WS-VCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-VOUCHER-FILE
           END-IF.

       READ-PAYMENT-SEQUENCE.
      *> A missing sequence control starts the numbering from
      *> 000001 - the first payment run on a new site seeds it.
           MOVE 1 TO WS-NEXT-PAYMENT.
           OPEN INPUT AP-PAY-SEQ.
           IF WS-PN-FILE-STATUS = "00"
               READ AP-PAY-SEQ
                   NOT AT END
                       MOVE PN-NEXT-NUMBER TO WS-NEXT-PAYMENT
               END-READ
               CLOSE AP-PAY-SEQ
           END-IF.

       REWRITE-PAYMENT-SEQUENCE.
           OPEN OUTPUT AP-PAY-SEQ.
           MOVE WS-NEXT-PAYMENT TO PN-NEXT-NUMBER.
           WRITE AP-PAY-SEQ-REC.
           CLOSE AP-PAY-SEQ.

       DECIDE-ONE-SUPPLIER.
      *> The proposal arrives sorted by supplier, so a group is
      *> the run of lines sharing the first line's supplier.
           MOVE 0 TO WS-GRP-LINES.
           MOVE 0 TO WS-GRP-AMOUNT.
           MOVE WS-GRP-START TO WS-GRP-END.
           PERFORM VARYING WS-PROP-SUB FROM WS-GRP-START BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-COUNT
                   OR PP-SUPPLIER (WS-PROP-SUB)
                       NOT = PP-SUPPLIER (WS-GRP-START)
               ADD 1 TO WS-GRP-LINES
               ADD PP-AMOUNT (WS-PROP-SUB) TO WS-GRP-AMOUNT
               MOVE WS-PROP-SUB TO WS-GRP-END
           END-PERFORM.
           MOVE WS-GRP-AMOUNT TO WS-ED-AMOUNT.
           DISPLAY " ".
           DISPLAY "SUPPLIER " PP-SUPPLIER (WS-GRP-START)
               "  VOUCHERS " WS-GRP-LINES "  AMOUNT " WS-ED-AMOUNT.
           DISPLAY "Approve payment (Y/N): " NO ADVANCING.
           ACCEPT WS-DECISION.
           IF WS-DECISION = "Y" OR WS-DECISION = "y"
               MOVE WS-NEXT-PAYMENT TO WS-PAYMENT-NO
               ADD 1 TO WS-NEXT-PAYMENT
               PERFORM VARYING WS-PROP-SUB FROM WS-GRP-START BY 1
                       UNTIL WS-PROP-SUB > WS-GRP-END
                   PERFORM PAY-ONE-VOUCHER
               END-PERFORM
               ADD 1 TO WS-PAID-SUPPLIERS
               ADD WS-GRP-AMOUNT TO WS-PAID-TOTAL
               MOVE WS-PAYMENT-NO TO PYD-PAYMENT-NO
               MOVE "PAID" TO WS-RESULT
           ELSE
               ADD 1 TO WS-HELD-SUPPLIERS
               ADD WS-GRP-AMOUNT TO WS-HELD-TOTAL
               MOVE SPACES TO PYD-PAYMENT-NO
               MOVE "HELD" TO WS-RESULT
           END-IF.
           MOVE PP-SUPPLIER (WS-GRP-START) TO PYD-SUPPLIER.
           MOVE WS-GRP-LINES TO PYD-LINES.
           MOVE WS-GRP-AMOUNT TO PYD-AMOUNT.
           MOVE WS-RESULT TO PYD-RESULT.
           MOVE WS-TREASURER-ID TO PYD-APPROVER.
           MOVE PY-DETAIL-LINE TO WS-PY-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       PAY-ONE-VOUCHER.
      *> Only a voucher still open is stamped - one paid since
      *> the proposal was built is left as it stands.
           PERFORM VARYING WS-VCH-SUB FROM 1 BY 1
                   UNTIL WS-VCH-SUB > WS-VCH-COUNT
               MOVE VT-ENTRY (WS-VCH-SUB) TO VW-VOUCHER-REC
               IF VW-VOUCHER-NO = PP-VOUCHER-NO (WS-PROP-SUB)
                       AND VW-STATUS = "O"
                   MOVE "P" TO VW-STATUS
                   MOVE WS-BUSINESS-DATE TO VW-PAID-DATE
                   MOVE WS-PAYMENT-NO TO VW-PAYMENT-NO
                   MOVE VW-VOUCHER-REC TO VT-ENTRY (WS-VCH-SUB)
                   ADD 1 TO WS-PAID-VOUCHERS
               END-IF
           END-PERFORM.

       REWRITE-VOUCHER-FILE.
           OPEN OUTPUT AP-VOUCHER-FILE.
           PERFORM VARYING WS-VCH-SUB FROM 1 BY 1
                   UNTIL WS-VCH-SUB > WS-VCH-COUNT
               MOVE VT-ENTRY (WS-VCH-SUB) TO AP-VOUCHER-REC
               WRITE AP-VOUCHER-REC
           END-PERFORM.
           CLOSE AP-VOUCHER-FILE.

       CLEAR-PROPOSAL-FILE.
      *> The proposal decided - an empty file is what stops the
      *> same vouchers being offered for payment twice.
           OPEN OUTPUT AP-PROPOSAL.
           CLOSE AP-PROPOSAL.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PY-BUILD.
           STRING "PAID: " WS-PAID-SUPPLIERS
               " SUPPLIERS " WS-PAID-VOUCHERS " VOUCHERS"
               " AMT: " WS-PAID-TOTAL
               " HELD: " WS-HELD-SUPPLIERS
               " AMT: " WS-HELD-TOTAL
               DELIMITED BY SIZE INTO WS-PY-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-PROP-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-PY-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       START-REGISTER-PAGE.
           ADD 1 TO WS-PY-PAGE-NO.
           MOVE "SUPPLIER PAYMENT REGISTER" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-PY-PAGE-NO TO RPT-H-PAGE.
           WRITE PY-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-PY-LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-PY-LINE-COUNT >= 55
               PERFORM START-REGISTER-PAGE
           END-IF.
           WRITE PY-PRINT-LINE FROM WS-PY-BUILD.
           ADD 1 TO WS-PY-LINE-COUNT.
