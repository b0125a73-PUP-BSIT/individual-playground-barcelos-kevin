       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT.
      *> End-of-day cashier deposit run. Totals the business
      *> day's posted ORs off the receipts history into one
      *> numbered deposit slip (DEPSEQ series), prints the slip for
      *> the bank run and records it on the deposit register as in
      *> transit. Then sweeps the bank statement for deposit credits
      *> - referenced DEP plus the slip number - and clears each
      *> slip still in transit that the bank has now credited. The
      *> chief cashier's report shows every slip cleared this run
      *> with any shortage or overage between what was collected and
      *> what the bank credited, bank deposit credits the register
      *> cannot account for, and the deposits still in transit
      *> carried forward with their age. A day already slipped is
      *> not slipped twice; the matching still runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HISTORY ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT DEPOSIT-REGISTER ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT DEPOSIT-SEQ ASSIGN TO "DEPSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-FILE-STATUS.
           SELECT BANK-STATEMENT ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BE-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT DEPOSIT-SLIP ASSIGN TO "DEPSLIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-RECON ASSIGN TO "DEPRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-HISTORY.
       COPY RCPTHIST.
       FD  DEPOSIT-REGISTER.
       COPY DEPREG.
       FD  DEPOSIT-SEQ.
       COPY DEPSEQ.
       FD  BANK-STATEMENT.
       COPY BANKSTMT.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  DEPOSIT-SLIP.
       01  DS-PRINT-LINE              PIC X(132).
       FD  DEPOSIT-RECON.
       01  DR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-RH-FILE-STATUS          PIC XX.
       01  WS-DP-FILE-STATUS          PIC XX.
       01  WS-DQ-FILE-STATUS          PIC XX.
       01  WS-BE-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-NEXT-SLIP               PIC 9(6).
       01  WS-SLIP-DONE               PIC X VALUE "N".
       01  WS-DONE-SLIP-NO            PIC 9(6).
       01  WS-OR-COUNT                PIC 9(5) VALUE 0.
       01  WS-OR-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-BANK-SLIP-NO            PIC 9(6).
       01  WS-DIFFERENCE              PIC S9(9)V99.
       01  WS-DAYS-IN-TRANSIT         PIC S9(5).
       01  WS-DAYS-ED                 PIC ZZZZ9.
       01  WS-CLEARED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT             PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRANSIT-COUNT           PIC 9(5) VALUE 0.
       01  WS-SHORT-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-OVER-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-TRANSIT-TOTAL           PIC 9(11)V99 VALUE 0.
      *> The whole deposit register, rewritten at the end. The
      *> run is refused past capacity - a slip dropped from the
      *> rewrite would be a deposit nobody is chasing.
       01  WS-DEP-COUNT               PIC 9(4) VALUE 0.
       01  WS-DEP-SUB                 PIC 9(4).
       01  WS-DEP-FOUND               PIC X.
       01  WS-DEP-OVERFLOW            PIC X VALUE "N".
       01  DEP-TABLE-AREA.
           05  DEP-ENTRY OCCURS 1000 TIMES.
               10  DT-SLIP-NO         PIC 9(6).
               10  DT-DATE            PIC 9(8).
               10  DT-OR-COUNT        PIC 9(5).
               10  DT-AMOUNT          PIC 9(9)V99.
               10  DT-STATUS          PIC X.
               10  DT-BANK-AMOUNT     PIC 9(9)V99.
               10  DT-CLEARED-DATE    PIC 9(8).
      *> Slip page handling - the shop's 55-line standard.
       01  WS-DS-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-DS-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-DS-BUILD                PIC X(132).
       01  DS-HEADING-LINE.
           05  FILLER PIC X(10) VALUE "OR NUMBER".
           05  FILLER PIC X(11) VALUE "ACCOUNT".
           05  FILLER PIC X(9)  VALUE "INVOICE".
           05  FILLER PIC X(6)  VALUE "AMOUNT".
       01  DS-DETAIL-LINE.
           05  DSD-OR-NUMBER          PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSD-ACCOUNT            PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSD-INVOICE            PIC 9(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DSD-AMOUNT             PIC ZZZ,ZZ9.99.
      *> Chief cashier's report page handling.
       01  WS-DR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-DR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-DR-BUILD                PIC X(132).
       01  DR-HEADING-LINE.
           05  FILLER PIC X(8)  VALUE "SLIP".
           05  FILLER PIC X(10) VALUE "DEPOSITED".
           05  FILLER PIC X(16) VALUE "  COLLECTED".
           05  FILLER PIC X(16) VALUE "  BANK CREDIT".
           05  FILLER PIC X(16) VALUE "  DIFFERENCE".
           05  FILLER PIC X(14) VALUE "STATUS".
       01  DR-DETAIL-LINE.
           05  DRD-SLIP-NO            PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DRD-DATE               PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DRD-COLLECTED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DRD-BANK-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DRD-DIFFERENCE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DRD-STATUS             PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-DEPOSIT-REGISTER.
           IF WS-DEP-OVERFLOW = "Y"
                   OR (WS-SLIP-DONE = "N" AND WS-DEP-COUNT >= 1000)
               DISPLAY "DEPOSIT.DAT HOLDS 1000 SLIPS - RUN"
                   " REFUSED, NOTHING SLIPPED OR CLEARED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DEPOSIT-SLIP.
           MOVE 0 TO WS-DS-PAGE-NO.
           MOVE 99 TO WS-DS-LINE-COUNT.
           IF WS-SLIP-DONE = "Y"
               MOVE SPACES TO WS-DS-BUILD
               STRING "SLIP " WS-DONE-SLIP-NO " ALREADY MADE FOR "
                   WS-BUSINESS-DATE " - NOT REPEATED"
                   DELIMITED BY SIZE INTO WS-DS-BUILD
               PERFORM WRITE-SLIP-LINE
               DISPLAY WS-DS-BUILD (1:60)
           ELSE
               PERFORM MAKE-DEPOSIT-SLIP
           END-IF.
           MOVE WS-OR-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-DS-BUILD.
           PERFORM WRITE-SLIP-LINE.
           CLOSE DEPOSIT-SLIP.
           OPEN OUTPUT DEPOSIT-RECON.
           MOVE 0 TO WS-DR-PAGE-NO.
           MOVE 99 TO WS-DR-LINE-COUNT.
           MOVE "CLEARED BY THE BANK THIS RUN" TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           PERFORM MATCH-BANK-CREDITS.
           MOVE SPACES TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           MOVE "DEPOSITS IN TRANSIT CARRIED FORWARD" TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF DT-STATUS (WS-DEP-SUB) = "T"
                   PERFORM PRINT-ONE-IN-TRANSIT
               END-IF
           END-PERFORM.
           PERFORM PRINT-RECON-TOTALS.
           CLOSE DEPOSIT-RECON.
           PERFORM REWRITE-DEPOSIT-REGISTER.
           DISPLAY "DEPOSIT RUN - ORS SLIPPED: " WS-OR-COUNT
               " CLEARED: " WS-CLEARED-COUNT
               " IN TRANSIT: " WS-TRANSIT-COUNT
               " - SEE DEPSLIP.DAT / DEPRECON.DAT".
           IF WS-SHORT-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               DISPLAY "DEPOSIT SHORTAGES OR UNKNOWN CREDITS -"
                   " CHIEF CASHIER TO REVIEW DEPRECON.DAT"
           END-IF.
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

       LOAD-DEPOSIT-REGISTER.
      *> A slip already dated the business day means the day's
      *> collections are already on their way to the bank.
           OPEN INPUT DEPOSIT-REGISTER.
           IF WS-DP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ DEPOSIT-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-DEP-COUNT >= 1000
                               MOVE "Y" TO WS-DEP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DEP-COUNT
                               PERFORM LOAD-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-REGISTER
           END-IF.

       LOAD-ONE-DEPOSIT.
           MOVE DP-SLIP-NO TO DT-SLIP-NO (WS-DEP-COUNT).
           MOVE DP-DATE TO DT-DATE (WS-DEP-COUNT).
           MOVE DP-OR-COUNT TO DT-OR-COUNT (WS-DEP-COUNT).
           MOVE DP-AMOUNT TO DT-AMOUNT (WS-DEP-COUNT).
           MOVE DP-STATUS TO DT-STATUS (WS-DEP-COUNT).
           MOVE DP-BANK-AMOUNT TO DT-BANK-AMOUNT (WS-DEP-COUNT).
           MOVE DP-CLEARED-DATE TO DT-CLEARED-DATE (WS-DEP-COUNT).
           IF DP-DATE = WS-BUSINESS-DATE
               MOVE "Y" TO WS-SLIP-DONE
               MOVE DP-SLIP-NO TO WS-DONE-SLIP-NO
           END-IF.

       MAKE-DEPOSIT-SLIP.
      *> Only receipts that actually posted went into the till's
      *> count - an exception was handed back, not banked.
           PERFORM READ-DEPOSIT-SEQUENCE.
           OPEN INPUT RECEIPT-HISTORY.
           IF WS-RH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RECEIPT-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RH-POST-DATE = WS-BUSINESS-DATE
                                   AND (RH-RESULT = "POSTED"
                                   OR RH-RESULT = "PARTIAL")
                               PERFORM SLIP-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY
           END-IF.
           MOVE SPACES TO WS-DS-BUILD.
           IF WS-OR-COUNT = 0
               STRING "NO POSTED COLLECTIONS FOR " WS-BUSINESS-DATE
                   " - NO SLIP MADE"
                   DELIMITED BY SIZE INTO WS-DS-BUILD
               PERFORM WRITE-SLIP-LINE
           ELSE
               STRING "DEPOSIT SLIP " WS-NEXT-SLIP
                   "  ORS: " WS-OR-COUNT
                   "  TOTAL TO DEPOSIT: " WS-OR-TOTAL
                   "  BANK REFERENCE: DEP" WS-NEXT-SLIP
                   DELIMITED BY SIZE INTO WS-DS-BUILD
               PERFORM WRITE-SLIP-LINE
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-NEXT-SLIP TO DT-SLIP-NO (WS-DEP-COUNT)
               MOVE WS-BUSINESS-DATE TO DT-DATE (WS-DEP-COUNT)
               MOVE WS-OR-COUNT TO DT-OR-COUNT (WS-DEP-COUNT)
               MOVE WS-OR-TOTAL TO DT-AMOUNT (WS-DEP-COUNT)
               MOVE "T" TO DT-STATUS (WS-DEP-COUNT)
               MOVE 0 TO DT-BANK-AMOUNT (WS-DEP-COUNT)
               MOVE 0 TO DT-CLEARED-DATE (WS-DEP-COUNT)
               ADD 1 TO WS-NEXT-SLIP
               PERFORM REWRITE-DEPOSIT-SEQUENCE
           END-IF.
           DISPLAY WS-DS-BUILD (1:70).

       SLIP-ONE-RECEIPT.
           ADD 1 TO WS-OR-COUNT.
           ADD RH-AMOUNT TO WS-OR-TOTAL.
           MOVE RH-OR-NUMBER TO DSD-OR-NUMBER.
           MOVE RH-ACCOUNT-ID TO DSD-ACCOUNT.
           MOVE RH-INVOICE-NO TO DSD-INVOICE.
           MOVE RH-AMOUNT TO DSD-AMOUNT.
           MOVE DS-DETAIL-LINE TO WS-DS-BUILD.
           PERFORM WRITE-SLIP-LINE.

       READ-DEPOSIT-SEQUENCE.
      *> A site with no sequence file yet starts at slip 1.
           MOVE 1 TO WS-NEXT-SLIP.
           OPEN INPUT DEPOSIT-SEQ.
           IF WS-DQ-FILE-STATUS = "00"
               READ DEPOSIT-SEQ
                   NOT AT END
                       MOVE DQ-NEXT-NUMBER TO WS-NEXT-SLIP
               END-READ
               CLOSE DEPOSIT-SEQ
           END-IF.

       REWRITE-DEPOSIT-SEQUENCE.
           OPEN OUTPUT DEPOSIT-SEQ.
           MOVE WS-NEXT-SLIP TO DQ-NEXT-NUMBER.
           WRITE DEP-SEQ-REC.
           CLOSE DEPOSIT-SEQ.

       MATCH-BANK-CREDITS.
      *> Only the bank's deposit credits take part - cheques,
      *> charges and transfers on the same statement belong to
      *> the ledger reconciliation, not to the cashier.
           OPEN INPUT BANK-STATEMENT.
           IF WS-BE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BANK-STATEMENT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF BE-REF-ID (1:3) = "DEP"
                                   AND BE-AMOUNT > 0
                               PERFORM MATCH-ONE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-STATEMENT
           ELSE
               MOVE "BANKSTMT.DAT NOT AVAILABLE - NOTHING CLEARED"
                   TO WS-DR-BUILD
               PERFORM WRITE-RECON-LINE
           END-IF.

       MATCH-ONE-CREDIT.
      *> A credit for a slip already cleared is the same
      *> statement line seen again - not a second deposit.
           MOVE "N" TO WS-DEP-FOUND.
           IF BE-REF-ID (4:6) IS NUMERIC
               MOVE BE-REF-ID (4:6) TO WS-BANK-SLIP-NO
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-DEP-COUNT
                       OR WS-DEP-FOUND = "Y"
                   IF DT-SLIP-NO (WS-DEP-SUB) = WS-BANK-SLIP-NO
                       MOVE "Y" TO WS-DEP-FOUND
                       SUBTRACT 1 FROM WS-DEP-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEP-FOUND = "N"
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO WS-DR-BUILD
               STRING "BANK CREDIT " BE-REF-ID
                   " NOT ON THE DEPOSIT REGISTER"
                   DELIMITED BY SIZE INTO WS-DR-BUILD
               PERFORM WRITE-RECON-LINE
           ELSE
               IF DT-STATUS (WS-DEP-SUB) = "T"
                   PERFORM CLEAR-ONE-DEPOSIT
               END-IF
           END-IF.

       CLEAR-ONE-DEPOSIT.
           MOVE "C" TO DT-STATUS (WS-DEP-SUB).
           MOVE BE-AMOUNT TO DT-BANK-AMOUNT (WS-DEP-SUB).
           MOVE WS-BUSINESS-DATE TO DT-CLEARED-DATE (WS-DEP-SUB).
           ADD 1 TO WS-CLEARED-COUNT.
           COMPUTE WS-DIFFERENCE = DT-BANK-AMOUNT (WS-DEP-SUB)
               - DT-AMOUNT (WS-DEP-SUB).
           EVALUATE TRUE
               WHEN WS-DIFFERENCE < 0
                   ADD 1 TO WS-SHORT-COUNT
                   SUBTRACT WS-DIFFERENCE FROM WS-SHORT-TOTAL
                   MOVE "SHORTAGE" TO DRD-STATUS
               WHEN WS-DIFFERENCE > 0
                   ADD 1 TO WS-OVER-COUNT
                   ADD WS-DIFFERENCE TO WS-OVER-TOTAL
                   MOVE "OVERAGE" TO DRD-STATUS
               WHEN OTHER
                   MOVE "AGREED" TO DRD-STATUS
           END-EVALUATE.
           MOVE DT-SLIP-NO (WS-DEP-SUB) TO DRD-SLIP-NO.
           MOVE DT-DATE (WS-DEP-SUB) TO DRD-DATE.
           MOVE DT-AMOUNT (WS-DEP-SUB) TO DRD-COLLECTED.
           MOVE DT-BANK-AMOUNT (WS-DEP-SUB) TO DRD-BANK-CREDIT.
           MOVE WS-DIFFERENCE TO DRD-DIFFERENCE.
           MOVE DR-DETAIL-LINE TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.

       PRINT-ONE-IN-TRANSIT.
           ADD 1 TO WS-TRANSIT-COUNT.
           ADD DT-AMOUNT (WS-DEP-SUB) TO WS-TRANSIT-TOTAL.
           COMPUTE WS-DAYS-IN-TRANSIT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (DT-DATE (WS-DEP-SUB)).
           MOVE DT-SLIP-NO (WS-DEP-SUB) TO DRD-SLIP-NO.
           MOVE DT-DATE (WS-DEP-SUB) TO DRD-DATE.
           MOVE DT-AMOUNT (WS-DEP-SUB) TO DRD-COLLECTED.
           MOVE 0 TO DRD-BANK-CREDIT.
           MOVE 0 TO DRD-DIFFERENCE.
           MOVE WS-DAYS-IN-TRANSIT TO WS-DAYS-ED.
           MOVE SPACES TO DRD-STATUS.
           STRING "IN TRANSIT " WS-DAYS-ED " DAYS"
               DELIMITED BY SIZE INTO DRD-STATUS.
           MOVE DR-DETAIL-LINE TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.

       PRINT-RECON-TOTALS.
           MOVE SPACES TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO WS-DR-BUILD.
           STRING "CLEARED: " WS-CLEARED-COUNT
               "  SHORTAGES: " WS-SHORT-COUNT " TOTALLING "
               WS-SHORT-TOTAL
               "  OVERAGES: " WS-OVER-COUNT " TOTALLING "
               WS-OVER-TOTAL
               DELIMITED BY SIZE INTO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO WS-DR-BUILD.
           STRING "IN TRANSIT: " WS-TRANSIT-COUNT
               "  TOTALLING " WS-TRANSIT-TOTAL
               "  UNKNOWN BANK CREDITS: " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.
           COMPUTE RPT-T-COUNT = WS-CLEARED-COUNT + WS-TRANSIT-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-DR-BUILD.
           PERFORM WRITE-RECON-LINE.

       REWRITE-DEPOSIT-REGISTER.
           OPEN OUTPUT DEPOSIT-REGISTER.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               MOVE DT-SLIP-NO (WS-DEP-SUB) TO DP-SLIP-NO
               MOVE DT-DATE (WS-DEP-SUB) TO DP-DATE
               MOVE DT-OR-COUNT (WS-DEP-SUB) TO DP-OR-COUNT
               MOVE DT-AMOUNT (WS-DEP-SUB) TO DP-AMOUNT
               MOVE DT-STATUS (WS-DEP-SUB) TO DP-STATUS
               MOVE DT-BANK-AMOUNT (WS-DEP-SUB) TO DP-BANK-AMOUNT
               MOVE DT-CLEARED-DATE (WS-DEP-SUB) TO DP-CLEARED-DATE
               WRITE DEPOSIT-REC
           END-PERFORM.
           CLOSE DEPOSIT-REGISTER.

       START-SLIP-PAGE.
           ADD 1 TO WS-DS-PAGE-NO.
           MOVE "CASHIER DEPOSIT SLIP" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-DS-PAGE-NO TO RPT-H-PAGE.
           WRITE DS-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE DS-PRINT-LINE FROM DS-HEADING-LINE.
           MOVE 0 TO WS-DS-LINE-COUNT.

       WRITE-SLIP-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-DS-LINE-COUNT >= 55
               PERFORM START-SLIP-PAGE
           END-IF.
           WRITE DS-PRINT-LINE FROM WS-DS-BUILD.
           ADD 1 TO WS-DS-LINE-COUNT.

       START-RECON-PAGE.
           ADD 1 TO WS-DR-PAGE-NO.
           MOVE "DEPOSIT RECONCILIATION" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-DR-PAGE-NO TO RPT-H-PAGE.
           WRITE DR-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE DR-PRINT-LINE FROM DR-HEADING-LINE.
           MOVE 0 TO WS-DR-LINE-COUNT.

       WRITE-RECON-LINE.
           IF WS-DR-LINE-COUNT >= 55
               PERFORM START-RECON-PAGE
           END-IF.
           WRITE DR-PRINT-LINE FROM WS-DR-BUILD.
           ADD 1 TO WS-DR-LINE-COUNT.
