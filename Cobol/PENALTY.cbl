       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENALTY.
      *> Monthly late-payment penalty run. Every principal
      *> invoice still open past its DUEDATE cycle by more than the
      *> PENCTL grace days is charged the control file's monthly
      *> rate on its open balance (never less than the control's
      *> minimum), issued as its own penalty invoice on the register
      *> through the shared INVNOGEN generator and linked back to the
      *> invoice that caused it. Penalties are not themselves
      *> penalised. An invoice already carrying a penalty issued in
      *> the business month is skipped, so a rerun in the same month
      *> assesses nothing twice. The penalty register prints each
      *> charge with control totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT DUE-DATES ASSIGN TO "DUEDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT PENALTY-CONTROL ASSIGN TO "PENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT PENALTY-REGISTER ASSIGN TO "PENREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       COPY INVOICE.
       FD  DUE-DATES.
       COPY DUEDATE.
       FD  PENALTY-CONTROL.
       COPY PENCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  PENALTY-REGISTER.
       01  PR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-DD-FILE-STATUS          PIC XX.
       01  WS-PY-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-RUN-MONTH               PIC 9(6).
       01  WS-ISSUE-MONTH             PIC 9(6).
       01  WS-ISSUE-DATE              PIC 9(8).
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-DUE-FOUND               PIC X.
       01  WS-DAYS-OVERDUE            PIC S9(5).
       01  WS-OPEN-BALANCE            PIC S9(7)V99.
       01  WS-PENALTY-AMOUNT          PIC 9(7)V99.
       01  WS-INVOICE-NO              PIC 9(7).
       01  WS-MONTHLY-RATE            PIC V9999 VALUE 0.
       01  WS-GRACE-DAYS              PIC 9(3) VALUE 0.
       01  WS-MINIMUM                 PIC 9(5)V99 VALUE 0.
       01  WS-ASSESSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(5) VALUE 0.
       01  WS-GRACE-COUNT             PIC 9(5) VALUE 0.
       01  WS-BALANCE-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-PENALTY-TOTAL           PIC 9(9)V99 VALUE 0.
      *> Every cycle of every account out of DUEDATE - an invoice
      *> is overdue against the first cycle on or after its issue
      *> date, the match DUNNING and RECVABLE make.
       01  WS-DUE-COUNT               PIC 9(4) VALUE 0.
       01  WS-DUE-SUB                 PIC 9(4).
       01  DUE-TABLE-AREA.
           05  DUE-ENTRY OCCURS 1200 TIMES.
               10  DU-ACCOUNT         PIC X(9).
               10  DU-DATE            PIC 9(8).
      *> Invoices already penalised this month, off the register's
      *> own penalty lines.
       01  WS-DONE-COUNT              PIC 9(4) VALUE 0.
       01  WS-DONE-SUB                PIC 9(4).
       01  WS-DONE-FOUND              PIC X.
       01  DONE-TABLE-AREA.
           05  DONE-ENTRY OCCURS 1000 TIMES.
               10  DN-SOURCE-INVOICE  PIC 9(7).
      *> The month's charges, held until the register pass is
      *> closed and the whole batch is known to fit - past
      *> capacity the run is refused before anything is issued.
       01  WS-PEND-COUNT              PIC 9(4) VALUE 0.
       01  WS-PEND-SUB                PIC 9(4).
       01  WS-PEND-OVERFLOW           PIC X VALUE "N".
       01  PEND-TABLE-AREA.
           05  PEND-ENTRY OCCURS 1000 TIMES.
               10  PE-SOURCE-INVOICE  PIC 9(7).
               10  PE-ACCOUNT         PIC X(9).
               10  PE-DUE-DATE        PIC 9(8).
               10  PE-DAYS            PIC 9(5).
               10  PE-OPEN-BALANCE    PIC 9(7)V99.
               10  PE-PENALTY         PIC 9(7)V99.
      *> Register page handling - the shop's 55-line standard.
       01  WS-PR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-PR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-PR-BUILD                PIC X(132).
       01  PR-HEADING-LINE.
           05  FILLER PIC X(9)  VALUE "INVOICE".
           05  FILLER PIC X(11) VALUE "ACCOUNT".
           05  FILLER PIC X(10) VALUE "DUE DATE".
           05  FILLER PIC X(7)  VALUE "DAYS".
           05  FILLER PIC X(14) VALUE "OPEN BALANCE".
           05  FILLER PIC X(12) VALUE "PENALTY".
           05  FILLER PIC X(11) VALUE "PENALTY INV".
       01  PR-DETAIL-LINE.
           05  PRD-SOURCE             PIC 9(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-ACCOUNT            PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-DAYS               PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-OPEN-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-PENALTY            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRD-PENALTY-INV        PIC 9(7).

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
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-RUN-MONTH.
           PERFORM LOAD-PENALTY-CONTROL.
           PERFORM LOAD-DUE-DATE-TABLE.
           OPEN INPUT INVOICE-FILE.
           IF WS-IV-FILE-STATUS NOT = "00"
               DISPLAY "INVOICE.DAT NOT AVAILABLE - STATUS "
                   WS-IV-FILE-STATUS " - PENALTY RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-MONTH-PENALTIES.
           CLOSE INVOICE-FILE.
           IF WS-DONE-COUNT > 1000
               DISPLAY "MORE THAN 1000 PENALTIES ALREADY THIS MONTH"
                   " - RUN REFUSED, NOTHING ISSUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INVOICE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF IV-UNPAID AND NOT IV-PENALTY
                           PERFORM ASSESS-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           IF WS-PEND-OVERFLOW = "Y"
               DISPLAY "MORE THAN 1000 PENALTIES DUE - RUN REFUSED,"
                   " NOTHING ISSUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENALTY-REGISTER.
           MOVE 0 TO WS-PR-PAGE-NO.
           MOVE 99 TO WS-PR-LINE-COUNT.
           IF WS-PEND-COUNT > 0
               OPEN EXTEND INVOICE-FILE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   PERFORM ISSUE-ONE-PENALTY
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE PENALTY-REGISTER.
           DISPLAY "PENALTIES ISSUED: " WS-ASSESSED-COUNT
               " TOTAL: " WS-PENALTY-TOTAL
               " - SEE PENREG.DAT".
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

       LOAD-PENALTY-CONTROL.
      *> No terms on file means no basis to charge anyone.
           OPEN INPUT PENALTY-CONTROL.
           IF WS-PY-FILE-STATUS = "00"
               READ PENALTY-CONTROL
                   NOT AT END
                       MOVE PY-MONTHLY-RATE TO WS-MONTHLY-RATE
                       MOVE PY-GRACE-DAYS TO WS-GRACE-DAYS
                       MOVE PY-MINIMUM TO WS-MINIMUM
               END-READ
               CLOSE PENALTY-CONTROL
           END-IF.
           IF WS-MONTHLY-RATE = 0
               DISPLAY "PENCTL.DAT MISSING OR RATE ZERO - PENALTY"
                   " RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DUE-DATE-TABLE.
           OPEN INPUT DUE-DATES.
           IF WS-DD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ DUE-DATES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-DUE-COUNT < 1200
                               ADD 1 TO WS-DUE-COUNT
                               MOVE DD-ACCOUNT-ID
                                   TO DU-ACCOUNT (WS-DUE-COUNT)
                               COMPUTE DU-DATE (WS-DUE-COUNT) =
                                   DD-DUE-YEAR * 10000
                                   + DD-DUE-MONTH * 100 + DD-DUE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DATES
           END-IF.

       LOAD-MONTH-PENALTIES.
      *> A penalty line issued in the run month marks its source
      *> invoice as already assessed. The count runs one past the
      *> table on overflow so the caller can refuse the run.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       COMPUTE WS-ISSUE-MONTH =
                           IV-ISSUE-YEAR * 100 + IV-ISSUE-MONTH
                       IF IV-PENALTY
                               AND WS-ISSUE-MONTH = WS-RUN-MONTH
                               AND WS-DONE-COUNT NOT > 1000
                           ADD 1 TO WS-DONE-COUNT
                           IF WS-DONE-COUNT NOT > 1000
                               MOVE IV-SOURCE-INVOICE
                                   TO DN-SOURCE-INVOICE (WS-DONE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ASSESS-ONE-INVOICE.
           IF IV-PAID-AMOUNT IS NUMERIC
               COMPUTE WS-OPEN-BALANCE = IV-AMOUNT - IV-PAID-AMOUNT
           ELSE
               MOVE IV-AMOUNT TO WS-OPEN-BALANCE
           END-IF.
           IF IV-CREDIT-AMOUNT IS NUMERIC
               SUBTRACT IV-CREDIT-AMOUNT FROM WS-OPEN-BALANCE
           END-IF.
           IF WS-OPEN-BALANCE > 0
               PERFORM FIND-INVOICE-DUE-DATE
               IF WS-DUE-FOUND = "Y"
                       AND WS-BUSINESS-DATE > WS-DUE-DATE
                   COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
                   IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
                       PERFORM QUEUE-ONE-PENALTY
                   ELSE
                       ADD 1 TO WS-GRACE-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-INVOICE-DUE-DATE.
           COMPUTE WS-ISSUE-DATE = IV-ISSUE-YEAR * 10000
               + IV-ISSUE-MONTH * 100 + IV-ISSUE-DAY.
           MOVE "N" TO WS-DUE-FOUND.
           MOVE 99999999 TO WS-DUE-DATE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF DU-ACCOUNT (WS-DUE-SUB) = IV-ACCOUNT-ID
                       AND DU-DATE (WS-DUE-SUB) >= WS-ISSUE-DATE
                       AND DU-DATE (WS-DUE-SUB) < WS-DUE-DATE
                   MOVE "Y" TO WS-DUE-FOUND
                   MOVE DU-DATE (WS-DUE-SUB) TO WS-DUE-DATE
               END-IF
           END-PERFORM.

       QUEUE-ONE-PENALTY.
           MOVE "N" TO WS-DONE-FOUND.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
                   OR WS-DONE-FOUND = "Y"
               IF DN-SOURCE-INVOICE (WS-DONE-SUB) = IV-NUMBER
                   MOVE "Y" TO WS-DONE-FOUND
               END-IF
           END-PERFORM.
           IF WS-DONE-FOUND = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   WS-OPEN-BALANCE * WS-MONTHLY-RATE
               IF WS-PENALTY-AMOUNT < WS-MINIMUM
                   MOVE WS-MINIMUM TO WS-PENALTY-AMOUNT
               END-IF
               IF WS-PEND-COUNT >= 1000
                   MOVE "Y" TO WS-PEND-OVERFLOW
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE IV-NUMBER TO PE-SOURCE-INVOICE (WS-PEND-COUNT)
                   MOVE IV-ACCOUNT-ID TO PE-ACCOUNT (WS-PEND-COUNT)
                   MOVE WS-DUE-DATE TO PE-DUE-DATE (WS-PEND-COUNT)
                   MOVE WS-DAYS-OVERDUE TO PE-DAYS (WS-PEND-COUNT)
                   MOVE WS-OPEN-BALANCE
                       TO PE-OPEN-BALANCE (WS-PEND-COUNT)
                   MOVE WS-PENALTY-AMOUNT
                       TO PE-PENALTY (WS-PEND-COUNT)
               END-IF
           END-IF.

       ISSUE-ONE-PENALTY.
           CALL "INVNOGEN" USING WS-INVOICE-NO.
           MOVE WS-INVOICE-NO TO IV-NUMBER.
           MOVE PE-ACCOUNT (WS-PEND-SUB) TO IV-ACCOUNT-ID.
           MOVE PE-PENALTY (WS-PEND-SUB) TO IV-AMOUNT.
           MOVE WS-BUSINESS-DATE (1:4) TO IV-ISSUE-YEAR.
           MOVE WS-BUSINESS-DATE (5:2) TO IV-ISSUE-MONTH.
           MOVE WS-BUSINESS-DATE (7:2) TO IV-ISSUE-DAY.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE 0 TO IV-PAID-AMOUNT.
           MOVE 0 TO IV-CREDIT-AMOUNT.
           MOVE SPACE TO IV-CLOSE-CODE.
           MOVE "P" TO IV-KIND.
           MOVE PE-SOURCE-INVOICE (WS-PEND-SUB) TO IV-SOURCE-INVOICE.
           WRITE INV-REC.
           ADD 1 TO WS-ASSESSED-COUNT.
           ADD PE-OPEN-BALANCE (WS-PEND-SUB) TO WS-BALANCE-TOTAL.
           ADD PE-PENALTY (WS-PEND-SUB) TO WS-PENALTY-TOTAL.
           MOVE PE-SOURCE-INVOICE (WS-PEND-SUB) TO PRD-SOURCE.
           MOVE PE-ACCOUNT (WS-PEND-SUB) TO PRD-ACCOUNT.
           MOVE PE-DUE-DATE (WS-PEND-SUB) TO PRD-DUE-DATE.
           MOVE PE-DAYS (WS-PEND-SUB) TO PRD-DAYS.
           MOVE PE-OPEN-BALANCE (WS-PEND-SUB) TO PRD-OPEN-BALANCE.
           MOVE PE-PENALTY (WS-PEND-SUB) TO PRD-PENALTY.
           MOVE WS-INVOICE-NO TO PRD-PENALTY-INV.
           MOVE PR-DETAIL-LINE TO WS-PR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PR-BUILD.
           STRING "PENALTIES ISSUED: " WS-ASSESSED-COUNT
               "  ON OPEN BALANCES: " WS-BALANCE-TOTAL
               "  PENALTY TOTAL: " WS-PENALTY-TOTAL
               DELIMITED BY SIZE INTO WS-PR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-PR-BUILD.
           STRING "ALREADY ASSESSED THIS MONTH: " WS-SKIPPED-COUNT
               "  WITHIN GRACE DAYS: " WS-GRACE-COUNT
               DELIMITED BY SIZE INTO WS-PR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-ASSESSED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-PR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       START-REGISTER-PAGE.
           ADD 1 TO WS-PR-PAGE-NO.
           MOVE "LATE-PAYMENT PENALTY REGISTER" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-PR-PAGE-NO TO RPT-H-PAGE.
           WRITE PR-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE PR-PRINT-LINE FROM PR-HEADING-LINE.
           MOVE 0 TO WS-PR-LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-PR-LINE-COUNT >= 55
               PERFORM START-REGISTER-PAGE
           END-IF.
           WRITE PR-PRINT-LINE FROM WS-PR-BUILD.
           ADD 1 TO WS-PR-LINE-COUNT.
