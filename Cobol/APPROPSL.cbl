       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROPSL.
      *> Supplier payment proposal. Picks every open AP voucher
      *> due on or before the business date in RUNDATE.DAT, sorts
      *> them by supplier (the PURCHSUG SORT shape) into the
      *> proposal file, and prints the proposal with one group per
      *> supplier - name off the supplier master, the vouchers,
      *> and what the supplier would be paid - for the treasurer
      *> to approve in the payment run. Nothing is marked paid
      *> here; a rerun simply rebuilds the proposal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FILE-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ID
               FILE STATUS IS WS-SU-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT PROP-SORT-WORK ASSIGN TO "SORTWK3".
           SELECT AP-PROPOSAL ASSIGN TO "APPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT PROPOSAL-REPORT ASSIGN TO "APPROPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-VOUCHER-FILE.
       COPY APVOUCH.
       FD  SUPPLIER-MASTER.
       COPY SUPPMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       SD  PROP-SORT-WORK.
       01  PROP-SORT-REC.
           05  PS-SUPPLIER            PIC X(8).
           05  PS-VOUCHER-NO          PIC 9(6).
           05  PS-SUPP-INV-NO         PIC X(12).
           05  PS-DUE-DATE            PIC 9(8).
           05  PS-AMOUNT              PIC 9(8)V99.
       FD  AP-PROPOSAL.
       COPY APPROP.
       FD  PROPOSAL-REPORT.
       01  PR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-AV-FILE-STATUS          PIC XX.
       01  WS-SU-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-PL-FILE-STATUS          PIC XX.
       01  WS-SU-AVAILABLE            PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-FIRST-LINE              PIC X.
       01  WS-PREV-SUPPLIER           PIC X(8).
       01  WS-GRP-LINES               PIC 9(5) VALUE 0.
       01  WS-GRP-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COUNT              PIC 9(5) VALUE 0.
       01  WS-SUPPLIER-COUNT          PIC 9(4) VALUE 0.
       01  WS-PROPOSED-TOTAL          PIC 9(11)V99 VALUE 0.
      *> Report page handling - the shop's 55-line standard.
       01  WS-PR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-PR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-PR-BUILD                PIC X(132).
       01  PR-SUPPLIER-LINE.
           05  FILLER                 PIC X(10) VALUE "SUPPLIER: ".
           05  PRS-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRS-NAME               PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRS-TIN                PIC X(12).
       01  PR-DETAIL-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PRD-VOUCHER            PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-SUPP-INV-NO        PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE "DUE ".
           05  PRD-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
       01  PR-GROUP-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "TO PAY  ".
           05  PRG-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRG-LINES              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE " VOUCHERS ".
           05  PRG-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS NOT = "00"
               DISPLAY "APVOUCH.DAT NOT AVAILABLE - STATUS "
                   WS-AV-FILE-STATUS " - NOTHING TO PROPOSE"
               STOP RUN
           END-IF.
           CLOSE AP-VOUCHER-FILE.
           SORT PROP-SORT-WORK
               ON ASCENDING KEY PS-SUPPLIER PS-VOUCHER-NO
               INPUT PROCEDURE IS SELECT-DUE-VOUCHERS
               GIVING AP-PROPOSAL.
           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SU-FILE-STATUS = "00"
               MOVE "Y" TO WS-SU-AVAILABLE
           END-IF.
           OPEN OUTPUT PROPOSAL-REPORT.
           MOVE 0 TO WS-PR-PAGE-NO.
           MOVE 99 TO WS-PR-LINE-COUNT.
           PERFORM PRINT-PROPOSAL-GROUPS.
           MOVE SPACES TO WS-PR-BUILD.
           STRING "SUPPLIERS: " WS-SUPPLIER-COUNT
               "  VOUCHERS: " WS-LINE-COUNT
               "  PROPOSED: " WS-PROPOSED-TOTAL
               DELIMITED BY SIZE INTO WS-PR-BUILD.
           PERFORM WRITE-PROPOSAL-LINE.
           MOVE WS-LINE-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-PR-BUILD.
           PERFORM WRITE-PROPOSAL-LINE.
           CLOSE PROPOSAL-REPORT.
           IF WS-SU-AVAILABLE = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.
           DISPLAY "PAYMENT PROPOSAL - SUPPLIERS: " WS-SUPPLIER-COUNT
               " VOUCHERS: " WS-LINE-COUNT
               " AMOUNT: " WS-PROPOSED-TOTAL.
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

       SELECT-DUE-VOUCHERS.
           OPEN INPUT AP-VOUCHER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AP-VOUCHER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AV-OPEN
                               AND AV-DUE-DATE <= WS-BUSINESS-DATE
                           MOVE AV-SUPPLIER TO PS-SUPPLIER
                           MOVE AV-VOUCHER-NO TO PS-VOUCHER-NO
                           MOVE AV-SUPP-INV-NO TO PS-SUPP-INV-NO
                           MOVE AV-DUE-DATE TO PS-DUE-DATE
                           MOVE AV-AMOUNT TO PS-AMOUNT
                           RELEASE PROP-SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-VOUCHER-FILE.

       PRINT-PROPOSAL-GROUPS.
      *> Control break over the sorted proposal - one heading
      *> and one payment total per supplier.
           MOVE "Y" TO WS-FIRST-LINE.
           OPEN INPUT AP-PROPOSAL.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AP-PROPOSAL
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                       IF WS-FIRST-LINE = "N"
                           PERFORM PRINT-SUPPLIER-TOTAL
                       END-IF
                   NOT AT END
                       IF WS-FIRST-LINE = "N"
                               AND PL-SUPPLIER NOT = WS-PREV-SUPPLIER
                           PERFORM PRINT-SUPPLIER-TOTAL
                       END-IF
                       IF WS-FIRST-LINE = "Y"
                               OR PL-SUPPLIER NOT = WS-PREV-SUPPLIER
                           PERFORM PRINT-SUPPLIER-HEADING
                       END-IF
                       MOVE "N" TO WS-FIRST-LINE
                       MOVE PL-SUPPLIER TO WS-PREV-SUPPLIER
                       PERFORM PRINT-ONE-VOUCHER
               END-READ
           END-PERFORM.
           CLOSE AP-PROPOSAL.

       PRINT-SUPPLIER-HEADING.
           ADD 1 TO WS-SUPPLIER-COUNT.
           MOVE 0 TO WS-GRP-LINES.
           MOVE 0 TO WS-GRP-AMOUNT.
           MOVE PL-SUPPLIER TO PRS-SUPPLIER.
           MOVE "(NOT ON MASTER)" TO PRS-NAME.
           MOVE SPACES TO PRS-TIN.
           IF WS-SU-AVAILABLE = "Y"
               MOVE PL-SUPPLIER TO SU-ID
               READ SUPPLIER-MASTER KEY IS SU-ID
                   NOT INVALID KEY
                       MOVE SU-NAME TO PRS-NAME
                       MOVE SU-TIN TO PRS-TIN
               END-READ
           END-IF.
           MOVE PR-SUPPLIER-LINE TO WS-PR-BUILD.
           PERFORM WRITE-PROPOSAL-LINE.

       PRINT-ONE-VOUCHER.
           ADD 1 TO WS-GRP-LINES.
           ADD PL-AMOUNT TO WS-GRP-AMOUNT.
           ADD 1 TO WS-LINE-COUNT.
           ADD PL-AMOUNT TO WS-PROPOSED-TOTAL.
           MOVE PL-VOUCHER-NO TO PRD-VOUCHER.
           MOVE PL-SUPP-INV-NO TO PRD-SUPP-INV-NO.
           MOVE PL-DUE-DATE TO PRD-DUE-DATE.
           MOVE PL-AMOUNT TO PRD-AMOUNT.
           MOVE PR-DETAIL-LINE TO WS-PR-BUILD.
           PERFORM WRITE-PROPOSAL-LINE.

       PRINT-SUPPLIER-TOTAL.
           MOVE WS-PREV-SUPPLIER TO PRG-SUPPLIER.
           MOVE WS-GRP-LINES TO PRG-LINES.
           MOVE WS-GRP-AMOUNT TO PRG-AMOUNT.
           MOVE PR-GROUP-LINE TO WS-PR-BUILD.
           PERFORM WRITE-PROPOSAL-LINE.
           DISPLAY PR-GROUP-LINE.

       START-PROPOSAL-PAGE.
           ADD 1 TO WS-PR-PAGE-NO.
           MOVE "SUPPLIER PAYMENT PROPOSAL" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-PR-PAGE-NO TO RPT-H-PAGE.
           WRITE PR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-PR-LINE-COUNT.

       WRITE-PROPOSAL-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-PR-LINE-COUNT >= 55
               PERFORM START-PROPOSAL-PAGE
           END-IF.
           WRITE PR-PRINT-LINE FROM WS-PR-BUILD.
           ADD 1 TO WS-PR-LINE-COUNT.
