       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
      *> Final pay and separation clearance. For each employee on
      *> SEPTXN.DAT the run settles everything the company owes
      *> and is owed in one computation: the timesheet days worked
      *> since the last period PAYHIST paid (approved leave inside
      *> the window counts, as it does on the payroll), every leave
      *> credit left on the leave master converted at the hourly
      *> rate, the 13th-month share earned so far on the PAY13MO
      *> rules, the statutory contributions on the final gross and
      *> the year's withholding annualized through ANNTAX the
      *> ANNUALZE way - the difference from what was withheld is
      *> collected from or refunded in the final pay. Outstanding
      *> LOANMAST balances are offset against what is left. The
      *> net is queued on CHEQUES.DAT, the pay lands on PAYHIST so
      *> the GL and reprint paths see it, the loans are closed, the
      *> PAYYTD record is settled and stamped closed (the year-end
      *> 13th-month and annualization runs pass it by) and the
      *> employee is set terminated on EMPMAST. FINALPAY.DAT is the
      *> computation sheet, CLEARSLP.DAT the clearance slip HR and
      *> accounting sign; a loan balance the pay could not cover
      *> stays on LOANMAST and withholds the clearance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEPARATION-TRANS ASSIGN TO "SEPTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT PAYROLL-YTD ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.
           SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT LEAVE-CONTROL ASSIGN TO "LEAVECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT ANNUAL-TAX-TABLE ASSIGN TO "ANNTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-FILE-STATUS.
           SELECT P13-CONTROL ASSIGN TO "P13CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P13C-FILE-STATUS.
           SELECT CHEQUE-QUEUE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT FINAL-SHEET ASSIGN TO "FINALPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARANCE-SLIP ASSIGN TO "CLEARSLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEPARATION-TRANS.
       COPY SEPTXN.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  PAYROLL-YTD.
       COPY PAYYTD.
       FD  PAYROLL-HISTORY.
       COPY PAYHIST.
       FD  PAY-PERIOD-FILE.
       COPY PAYPRD.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  LEAVE-CONTROL.
       COPY LEAVECTL.
       FD  LOAN-MASTER.
       COPY LOANMAST.
       FD  ANNUAL-TAX-TABLE.
       COPY ANNTAX.
       FD  P13-CONTROL.
       COPY P13CTL.
       FD  CHEQUE-QUEUE.
       COPY CHEQUES.
       FD  CONTROL-TOTALS.
       COPY CTLTOTAL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  FINAL-SHEET.
       01  FP-PRINT-LINE              PIC X(132).
       FD  CLEARANCE-SLIP.
       01  CL-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-SX-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-YTD-FILE-STATUS         PIC XX.
       01  WS-PH-FILE-STATUS          PIC XX.
       01  WS-PP-FILE-STATUS          PIC XX.
       01  WS-LV-FILE-STATUS          PIC XX.
       01  WS-LG-FILE-STATUS          PIC XX.
       01  WS-LC-FILE-STATUS          PIC XX.
       01  WS-LN-FILE-STATUS          PIC XX.
       01  WS-AT-FILE-STATUS          PIC XX.
       01  WS-P13C-FILE-STATUS        PIC XX.
       01  WS-CQ-FILE-STATUS          PIC XX.
       01  WS-CT-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-SCAN-EOF                PIC X.
       01  WS-LV-OPENED               PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-RESULT                  PIC X(30).
       01  WS-DATE-CHECK              PIC 9(8).
       01  WS-YTD-FOUND               PIC X.
       01  WS-LEAVE-FOUND             PIC X.
       01  WS-TAX-SHORT               PIC X.
      *> Settlement working figures for the employee on deck.
       01  WS-EMP-RATE                PIC 9(4)V99.
       01  WS-LAST-PAID-END           PIC 9(8).
       01  WS-UNPAID-FROM             PIC 9(8).
       01  WS-REG-HOURS               PIC 9(4)V9.
       01  WS-OVT-HOURS               PIC 9(4)V9.
       01  WS-LEAVE-HOURS             PIC 9(4)V9.
       COPY PREMBRK.
       01  WS-HOURS-PER-DAY           PIC 99V9 VALUE 8.0.
       01  WS-BASIC-PAY               PIC 9(7)V99.
       01  WS-LEAVE-DAYS              PIC 9(3)V99.
       01  WS-LEAVE-MONEY             PIC 9(7)V99.
       01  WS-FINAL-GROSS             PIC 9(7)V99.
       01  WS-STAT-GROSS              PIC 9(6)V99.
       01  WS-SSS                     PIC 9(5)V99.
       01  WS-PHILHEALTH              PIC 9(5)V99.
       01  WS-PAGIBIG                 PIC 9(5)V99.
       01  WS-PERIOD-WTAX             PIC 9(5)V99.
       01  WS-CONTRIBUTIONS           PIC 9(6)V99.
       01  WS-PRIOR-GROSS             PIC 9(8)V99.
       01  WS-PRIOR-COMMISSION        PIC 9(8)V99.
       01  WS-PRIOR-CONTRIB           PIC 9(8)V99.
       01  WS-PRIOR-WTAX              PIC 9(7)V99.
       01  WS-ANNUAL-TAXABLE          PIC 9(8)V99.
       01  WS-TAX-DUE                 PIC 9(7)V99.
       01  WS-WTAX-ADJ                PIC S9(7)V99.
       01  WS-WTAX-COLLECT            PIC 9(7)V99.
       01  WS-WTAX-REFUND             PIC 9(7)V99.
       01  WS-CEILING                 PIC 9(7)V99 VALUE 90000.
       01  WS-EXCESS-RATE             PIC V999 VALUE .200.
       01  WS-P13-BASIC               PIC 9(9)V99.
       01  WS-P13-ENTITLEMENT         PIC 9(8)V99.
       01  WS-P13-TAXABLE             PIC 9(8)V99.
       01  WS-P13-TAX                 PIC 9(7)V99.
       01  WS-P13-NET                 PIC 9(8)V99.
       01  WS-AVAILABLE               PIC S9(9)V99.
       01  WS-LOAN-TOTAL              PIC 9(8)V99.
       01  WS-LOAN-OFFSET             PIC 9(8)V99.
       01  WS-LOAN-LEFT               PIC 9(8)V99.
       01  WS-LOAN-TAKE               PIC 9(7)V99.
       01  WS-OFFSET-CAP              PIC 9(5)V99 VALUE 99999.99.
       01  WS-NET-PAY                 PIC 9(8)V99.
       01  WS-HIST-GROSS              PIC 9(8)V99.
       01  WS-HIST-WTAX               PIC 9(7)V99.
       01  WS-YTD-NET-ADD             PIC S9(9)V99.
      *> Run counts and control totals.
       01  WS-SETTLED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-WITHHELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-TOT-GROSS               PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NET                 PIC 9(9)V99 VALUE 0.
       01  WS-CTL-PRESENT             PIC X VALUE "N".
       01  WS-HOLD-CTL-REC            PIC X(38).
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALUE2-ED               PIC ZZZ,ZZZ,ZZ9.99.
      *> Pay-period calendar - the end date of the last period
      *> the employee was paid for starts the unpaid window.
       01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRD-OVERFLOW            PIC X VALUE "N".
       01  WS-PRD-SUB                 PIC 9(3).
       01  PRD-TABLE-AREA.
           05  PRD-ENTRY OCCURS 500 TIMES.
               10  PT-PERIOD-ID       PIC 9(6).
               10  PT-END-DATE        PIC 9(8).
      *> Annual withholding bands, as ANNUALZE loads them.
       01  WS-TAB-COUNT               PIC 9(3) VALUE 0.
       01  WS-TAB-OVERFLOW            PIC X VALUE "N".
       01  AT-TABLE-AREA.
           05  AT-TABLE OCCURS 150 TIMES INDEXED BY AT-IDX.
               10  ATT-LOW            PIC 9(8).
               10  ATT-HIGH           PIC 9(8).
               10  ATT-FIXED          PIC 9(7)V99.
               10  ATT-RATE           PIC V9999.
      *> Loans ledger, held whole and rewritten at end of run the
      *> way the payroll does - a ledger past capacity refuses the
      *> run rather than lose the overflow.
       01  WS-LOAN-COUNT              PIC 9(3) VALUE 0.
       01  WS-LOAN-OVERFLOW           PIC X VALUE "N".
       01  WS-LOAN-SUB                PIC 9(3).
       01  LOAN-TABLE-AREA.
           05  LOAN-ENTRY OCCURS 200 TIMES.
               10  LT-EMP-ID          PIC X(5).
               10  LT-LOAN-TYPE       PIC X(10).
               10  LT-PRINCIPAL       PIC 9(7)V99.
               10  LT-AMORT           PIC 9(5)V99.
               10  LT-BALANCE         PIC 9(7)V99.
      *> Computation sheet and clearance slip - one page each
      *> per employee settled.
       01  WS-FP-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CL-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-FP-BUILD                PIC X(132).
       01  WS-CL-BUILD                PIC X(132).
       01  FP-AMOUNT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FPA-LABEL              PIC X(36).
           05  FPA-QTY                PIC ZZ,ZZ9.99.
           05  FPA-QTY-X REDEFINES FPA-QTY
                                      PIC X(9).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FPA-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.
           05  FPA-AMOUNT-X REDEFINES FPA-AMOUNT
                                      PIC X(14).
       01  CL-ITEM-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  CLI-AREA               PIC X(14).
           05  CLI-TEXT               PIC X(40).
           05  CLI-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  CLI-AMOUNT-X REDEFINES CLI-AMOUNT
                                      PIC X(13).

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
           OPEN INPUT SEPARATION-TRANS.
           IF WS-SX-FILE-STATUS NOT = "00"
               DISPLAY "SEPTXN.DAT NOT AVAILABLE - STATUS "
                   WS-SX-FILE-STATUS " - NOTHING DONE"
               STOP RUN
           END-IF.
           PERFORM LOAD-ANNUAL-TAX-TABLE.
           PERFORM LOAD-PAY-PERIODS.
           PERFORM LOAD-LOAN-MASTER.
           IF WS-TAB-COUNT = 0 OR WS-TAB-OVERFLOW = "Y"
                   OR WS-PRD-OVERFLOW = "Y"
                   OR WS-LOAN-OVERFLOW = "Y"
               IF WS-TAB-COUNT = 0 OR WS-TAB-OVERFLOW = "Y"
                   DISPLAY "ANNTAX.DAT MISSING, EMPTY OR OVER 150"
                       " BANDS - RUN REFUSED"
               END-IF
               IF WS-PRD-OVERFLOW = "Y"
                   DISPLAY "PAYPRD.DAT EXCEEDS 500 PERIODS - RUN"
                       " REFUSED"
               END-IF
               IF WS-LOAN-OVERFLOW = "Y"
                   DISPLAY "LOANMAST.DAT EXCEEDS 200 LOANS - RUN"
                       " REFUSED"
               END-IF
               CLOSE SEPARATION-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-P13-CONTROL.
           PERFORM LOAD-LEAVE-CONTROL.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-EM-FILE-STATUS " - RUN REFUSED"
               CLOSE SEPARATION-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PAYROLL-YTD.
           IF WS-YTD-FILE-STATUS = "35"
               OPEN OUTPUT PAYROLL-YTD
               CLOSE PAYROLL-YTD
               OPEN I-O PAYROLL-YTD
           END-IF.
      *> No leave master just means no credits to convert.
           OPEN I-O LEAVE-MASTER.
           IF WS-LV-FILE-STATUS = "00"
               MOVE "Y" TO WS-LV-OPENED
           END-IF.
           OPEN EXTEND CHEQUE-QUEUE.
           IF WS-CQ-FILE-STATUS = "35"
               OPEN OUTPUT CHEQUE-QUEUE
           END-IF.
           OPEN OUTPUT FINAL-SHEET.
           OPEN OUTPUT CLEARANCE-SLIP.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SEPARATION-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM SETTLE-ONE-SEPARATION
               END-READ
           END-PERFORM.
           CLOSE SEPARATION-TRANS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYROLL-YTD.
           IF WS-LV-OPENED = "Y"
               CLOSE LEAVE-MASTER
           END-IF.
           CLOSE CHEQUE-QUEUE.
           IF WS-SETTLED-COUNT > 0
               PERFORM SAVE-LOAN-MASTER
               PERFORM FOLD-INTO-CONTROL-TOTALS
           END-IF.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE FINAL-SHEET.
           CLOSE CLEARANCE-SLIP.
           DISPLAY "SEPARATIONS SETTLED: " WS-SETTLED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " CLEARANCE WITHHELD: " WS-WITHHELD-COUNT
               " - SEE FINALPAY.DAT AND CLEARSLP.DAT".
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

       LOAD-ANNUAL-TAX-TABLE.
      *> No fallback bands - a final pay annualized against a
      *> wrong table would mis-settle the leaver for good.
           OPEN INPUT ANNUAL-TAX-TABLE.
           IF WS-AT-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ANNUAL-TAX-TABLE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-TAB-COUNT >= 150
                               MOVE "Y" TO WS-TAB-OVERFLOW
                           ELSE
                               ADD 1 TO WS-TAB-COUNT
                               MOVE AT-LOW TO ATT-LOW (WS-TAB-COUNT)
                               MOVE AT-HIGH
                                   TO ATT-HIGH (WS-TAB-COUNT)
                               MOVE AT-FIXED
                                   TO ATT-FIXED (WS-TAB-COUNT)
                               MOVE AT-RATE
                                   TO ATT-RATE (WS-TAB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAL-TAX-TABLE
           END-IF.

       LOAD-PAY-PERIODS.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-PRD-COUNT >= 500
                               MOVE "Y" TO WS-PRD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRD-COUNT
                               MOVE PP-PERIOD-ID
                                   TO PT-PERIOD-ID (WS-PRD-COUNT)
                               MOVE PP-END-DATE
                                   TO PT-END-DATE (WS-PRD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER.
           IF WS-LN-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ LOAN-MASTER
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-LOAN-COUNT >= 200
                               MOVE "Y" TO WS-LOAN-OVERFLOW
                           ELSE
                               ADD 1 TO WS-LOAN-COUNT
                               MOVE LN-EMP-ID
                                   TO LT-EMP-ID (WS-LOAN-COUNT)
                               MOVE LN-LOAN-TYPE
                                   TO LT-LOAN-TYPE (WS-LOAN-COUNT)
                               MOVE LN-PRINCIPAL
                                   TO LT-PRINCIPAL (WS-LOAN-COUNT)
                               MOVE LN-AMORT
                                   TO LT-AMORT (WS-LOAN-COUNT)
                               MOVE LN-BALANCE
                                   TO LT-BALANCE (WS-LOAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       LOAD-P13-CONTROL.
           OPEN INPUT P13-CONTROL.
           IF WS-P13C-FILE-STATUS = "00"
               READ P13-CONTROL
                   NOT AT END
                       MOVE P13-CEILING TO WS-CEILING
                       MOVE P13-EXCESS-RATE TO WS-EXCESS-RATE
               END-READ
               CLOSE P13-CONTROL
           END-IF.

       LOAD-LEAVE-CONTROL.
      *> No control record pays the standard eight-hour day.
           OPEN INPUT LEAVE-CONTROL.
           IF WS-LC-FILE-STATUS = "00"
               READ LEAVE-CONTROL
                   NOT AT END
                       IF LC-HOURS-PER-DAY IS NUMERIC
                               AND LC-HOURS-PER-DAY > 0
                           MOVE LC-HOURS-PER-DAY TO WS-HOURS-PER-DAY
                       END-IF
               END-READ
               CLOSE LEAVE-CONTROL
           END-IF.

       SETTLE-ONE-SEPARATION.
           PERFORM EDIT-SEPARATION.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY SX-EMP-ID " " WS-RESULT
               PERFORM PRINT-REJECTED-SEPARATION
           ELSE
               PERFORM FIND-LAST-PAID-PERIOD
               PERFORM ACCUMULATE-UNPAID-HOURS
               PERFORM COMPUTE-UNPAID-BASIC
               PERFORM CONVERT-LEAVE-CREDITS
               PERFORM COMPUTE-FINAL-DEDUCTIONS
               PERFORM ANNUALIZE-WITHHOLDING
               PERFORM COMPUTE-PRORATED-13TH
               PERFORM OFFSET-LOANS
               PERFORM RECORD-FINAL-PAY
               PERFORM CLOSE-PAYROLL-YTD
               MOVE "T" TO EM-STATUS
               REWRITE EMP-MASTER-REC
               ADD 1 TO WS-SETTLED-COUNT
               ADD WS-HIST-GROSS TO WS-TOT-GROSS
               ADD WS-NET-PAY TO WS-TOT-NET
               PERFORM PRINT-COMPUTATION-SHEET
               PERFORM PRINT-CLEARANCE-SLIP
           END-IF.

       EDIT-SEPARATION.
      *> A leaver is settled once - the closed YTD stamp is the
      *> proof the final pay already went out this year.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
               WHEN SX-EMP-ID = SPACES
                   MOVE "REJECTED - BLANK EMPLOYEE ID" TO WS-RESULT
               WHEN SX-SEP-DATE IS NOT NUMERIC
                   MOVE "REJECTED - BAD SEPARATION DATE" TO WS-RESULT
               WHEN SX-SEP-DATE > WS-BUSINESS-DATE
                   MOVE "REJECTED - SEPARATION IN FUTURE"
                       TO WS-RESULT
               WHEN SX-SEP-DATE (1:4) NOT = WS-BUSINESS-DATE (1:4)
                   MOVE "REJECTED - NOT THIS PAYROLL YEAR"
                       TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT = SPACES
               COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (SX-SEP-DATE))
               IF WS-DATE-CHECK NOT = SX-SEP-DATE
                   MOVE "REJECTED - BAD SEPARATION DATE" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE SX-EMP-ID TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   INVALID KEY
                       MOVE "REJECTED - NOT ON EMPLOYEE MASTER"
                           TO WS-RESULT
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE "N" TO WS-YTD-FOUND
               MOVE SX-EMP-ID TO YTD-EMP-ID
               READ PAYROLL-YTD KEY IS YTD-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-YTD-FOUND
                       IF YTD-CLOSED
                               AND YTD-YEAR = WS-BUSINESS-DATE (1:4)
                           MOVE "REJECTED - ALREADY SEPARATED"
                               TO WS-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE 0 TO WS-EMP-RATE
               IF EM-HOURLY-RATE IS NUMERIC
                   MOVE EM-HOURLY-RATE TO WS-EMP-RATE
               END-IF
      *> Only this year's buckets are annualized - a record
      *> still carrying last year starts the leaver at zero.
               MOVE 0 TO WS-PRIOR-GROSS
               MOVE 0 TO WS-PRIOR-COMMISSION
               MOVE 0 TO WS-PRIOR-CONTRIB
               MOVE 0 TO WS-PRIOR-WTAX
               IF WS-YTD-FOUND = "Y"
                       AND YTD-YEAR = WS-BUSINESS-DATE (1:4)
                   MOVE YTD-GROSS TO WS-PRIOR-GROSS
                   MOVE YTD-COMMISSION TO WS-PRIOR-COMMISSION
                   COMPUTE WS-PRIOR-CONTRIB = YTD-SSS
                       + YTD-PHILHEALTH + YTD-PAGIBIG
                   MOVE YTD-WTAX TO WS-PRIOR-WTAX
               END-IF
           END-IF.

       FIND-LAST-PAID-PERIOD.
      *> The unpaid window opens the day after the latest period
      *> PAYHIST shows paid for the employee. History lines whose
      *> period is not on the calendar (the year-end adjustment
      *> lines) do not move it; no paid period at all opens the
      *> window on the first of the year.
           MOVE 0 TO WS-LAST-PAID-END.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PH-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAYROLL-HISTORY
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PH-EMP-ID = SX-EMP-ID
                               PERFORM MATCH-PAID-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.
           IF WS-LAST-PAID-END = 0
               MOVE WS-BUSINESS-DATE TO WS-UNPAID-FROM
               MOVE "0101" TO WS-UNPAID-FROM (5:4)
           ELSE
               COMPUTE WS-UNPAID-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-PAID-END) + 1)
           END-IF.

       MATCH-PAID-PERIOD.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
               IF PT-PERIOD-ID (WS-PRD-SUB) = PH-PERIOD-ID
                       AND PT-END-DATE (WS-PRD-SUB) > WS-LAST-PAID-END
                   MOVE PT-END-DATE (WS-PRD-SUB) TO WS-LAST-PAID-END
               END-IF
           END-PERFORM.

       ACCUMULATE-UNPAID-HOURS.
      *> Same accumulation the payroll does, over the window
      *> from the last paid period to the last day worked - the
      *> approved leave, then the timesheet days priced by PREMPAY
      *> at the premium each day type earns.
           MOVE 0 TO WS-LEAVE-HOURS.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ LEAVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF LG-EMP-ID = SX-EMP-ID
                                   AND LG-FILED
                                   AND LG-DATE >= WS-UNPAID-FROM
                                   AND LG-DATE <= SX-SEP-DATE
                               ADD LG-HOURS TO WS-LEAVE-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-LEDGER
           END-IF.
           CALL "PREMPAY" USING SX-EMP-ID EM-REST-DAY WS-EMP-RATE
               WS-UNPAID-FROM SX-SEP-DATE WS-LEAVE-HOURS
               PREMIUM-BREAKDOWN.
           MOVE PB-REG-HOURS TO WS-REG-HOURS.
           MOVE PB-OT-HOURS TO WS-OVT-HOURS.

       COMPUTE-UNPAID-BASIC.
      *> Hourly staff are owed the window's days at the master
      *> rate with each day type's premium, as PREMPAY priced them.
      *> Sales staff are paid their commission through the payroll
      *> as sales are keyed, so the window owes them nothing here.
           MOVE 0 TO WS-BASIC-PAY.
           IF EM-HOURLY-PAID
               MOVE PB-BASIC-PAY TO WS-BASIC-PAY
           END-IF.

       CONVERT-LEAVE-CREDITS.
      *> A leaver carries nothing over - every credit of both
      *> types is converted at the hourly rate, together with any
      *> year-end monetization the payroll has not yet paid. With
      *> no rate the credits stay on file for HR to settle.
           MOVE 0 TO WS-LEAVE-DAYS.
           MOVE 0 TO WS-LEAVE-MONEY.
           MOVE "N" TO WS-LEAVE-FOUND.
           IF WS-LV-OPENED = "Y"
               MOVE SX-EMP-ID TO LV-EMP-ID
               READ LEAVE-MASTER KEY IS LV-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LEAVE-FOUND
               END-READ
           END-IF.
           IF WS-LEAVE-FOUND = "Y"
               MOVE LV-MONETIZE-AMOUNT TO WS-LEAVE-MONEY
               MOVE 0 TO LV-MONETIZE-AMOUNT
               MOVE 0 TO LV-MONETIZE-DAYS
               IF WS-EMP-RATE > 0
                   COMPUTE WS-LEAVE-DAYS =
                       LV-VL-BALANCE + LV-SL-BALANCE
                   COMPUTE WS-LEAVE-MONEY ROUNDED = WS-LEAVE-MONEY
                       + (WS-LEAVE-DAYS * WS-HOURS-PER-DAY
                       * WS-EMP-RATE)
                   PERFORM WRITE-LEAVE-SETTLEMENT
               END-IF
               REWRITE LEAVE-MASTER-REC
           END-IF.

       WRITE-LEAVE-SETTLEMENT.
           OPEN EXTEND LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER
           END-IF.
           MOVE SX-EMP-ID TO LG-EMP-ID.
           MOVE "M" TO LG-KIND.
           MOVE SX-SEP-DATE TO LG-DATE.
           MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE.
           MOVE 0 TO LG-BALANCE-AFTER.
           IF LV-VL-BALANCE > 0
               MOVE "V" TO LG-TYPE
               MOVE LV-VL-BALANCE TO LG-DAYS
               COMPUTE LG-HOURS = LG-DAYS * WS-HOURS-PER-DAY
               WRITE LEAVE-LEDGER-REC
           END-IF.
           IF LV-SL-BALANCE > 0
               MOVE "S" TO LG-TYPE
               MOVE LV-SL-BALANCE TO LG-DAYS
               COMPUTE LG-HOURS = LG-DAYS * WS-HOURS-PER-DAY
               WRITE LEAVE-LEDGER-REC
           END-IF.
           CLOSE LEAVE-LEDGER.
           MOVE 0 TO LV-VL-BALANCE.
           MOVE 0 TO LV-SL-BALANCE.

       COMPUTE-FINAL-DEDUCTIONS.
      *> Contributions on the final gross come off the same
      *> bracket routine the payroll calls; its period withholding
      *> is not used - the annualization settles the tax below.
           COMPUTE WS-FINAL-GROSS = WS-BASIC-PAY + WS-LEAVE-MONEY.
           MOVE 0 TO WS-SSS.
           MOVE 0 TO WS-PHILHEALTH.
           MOVE 0 TO WS-PAGIBIG.
           IF WS-FINAL-GROSS > 0
               IF WS-FINAL-GROSS > 999999.99
                   MOVE 999999.99 TO WS-STAT-GROSS
               ELSE
                   MOVE WS-FINAL-GROSS TO WS-STAT-GROSS
               END-IF
               CALL "STATDED" USING WS-STAT-GROSS WS-SSS
                   WS-PHILHEALTH WS-PAGIBIG WS-PERIOD-WTAX
           END-IF.
           COMPUTE WS-CONTRIBUTIONS = WS-SSS + WS-PHILHEALTH
               + WS-PAGIBIG.

       ANNUALIZE-WITHHOLDING.
      *> The ANNUALZE computation on the year to the separation:
      *> taxable is gross less the three contributions, graded
      *> through the annual table, and due minus withheld is what
      *> the final pay collects (positive) or refunds (negative).
           COMPUTE WS-ANNUAL-TAXABLE = WS-PRIOR-GROSS
               + WS-FINAL-GROSS - WS-PRIOR-CONTRIB
               - WS-CONTRIBUTIONS.
           MOVE 0 TO WS-TAX-DUE.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > WS-TAB-COUNT
               IF WS-ANNUAL-TAXABLE >= ATT-LOW (AT-IDX)
                       AND WS-ANNUAL-TAXABLE < ATT-HIGH (AT-IDX) + 1
                   COMPUTE WS-TAX-DUE ROUNDED = ATT-FIXED (AT-IDX)
                       + ((WS-ANNUAL-TAXABLE - ATT-LOW (AT-IDX))
                       * ATT-RATE (AT-IDX))
               END-IF
           END-PERFORM.
           COMPUTE WS-WTAX-ADJ = WS-TAX-DUE - WS-PRIOR-WTAX.

       COMPUTE-PRORATED-13TH.
      *> PAY13MO's rules on the year so far: a twelfth of the
      *> basic earned (commission and converted leave are not
      *> basic), exempt to the P13CTL ceiling, the excess withheld
      *> at the control rate.
           COMPUTE WS-P13-BASIC = WS-PRIOR-GROSS
               - WS-PRIOR-COMMISSION + WS-BASIC-PAY.
           COMPUTE WS-P13-ENTITLEMENT = WS-P13-BASIC / 12.
           IF WS-P13-ENTITLEMENT > WS-CEILING
               COMPUTE WS-P13-TAXABLE =
                   WS-P13-ENTITLEMENT - WS-CEILING
           ELSE
               MOVE 0 TO WS-P13-TAXABLE
           END-IF.
           COMPUTE WS-P13-TAX = WS-P13-TAXABLE * WS-EXCESS-RATE.
           COMPUTE WS-P13-NET = WS-P13-ENTITLEMENT - WS-P13-TAX.

       OFFSET-LOANS.
      *> What the leaver is owed after contributions and the tax
      *> settlement pays the loans first. A collection larger
      *> than the pay takes what there is; a loan balance larger
      *> than what is left stays on file and holds the clearance.
      *> A tax refund is paid out whole, never netted against a
      *> loan - it rides its own history line.
           MOVE "N" TO WS-TAX-SHORT.
           MOVE 0 TO WS-WTAX-COLLECT.
           MOVE 0 TO WS-WTAX-REFUND.
           COMPUTE WS-AVAILABLE = WS-FINAL-GROSS - WS-CONTRIBUTIONS
               + WS-P13-NET.
           IF WS-WTAX-ADJ < 0
               COMPUTE WS-WTAX-REFUND = 0 - WS-WTAX-ADJ
           ELSE
               IF WS-WTAX-ADJ > WS-AVAILABLE
                   MOVE "Y" TO WS-TAX-SHORT
                   IF WS-AVAILABLE > 0
                       MOVE WS-AVAILABLE TO WS-WTAX-COLLECT
                   END-IF
               ELSE
                   MOVE WS-WTAX-ADJ TO WS-WTAX-COLLECT
               END-IF
               SUBTRACT WS-WTAX-COLLECT FROM WS-AVAILABLE
           END-IF.
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF.
           MOVE 0 TO WS-LOAN-TOTAL.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF LT-EMP-ID (WS-LOAN-SUB) = SX-EMP-ID
                   ADD LT-BALANCE (WS-LOAN-SUB) TO WS-LOAN-TOTAL
               END-IF
           END-PERFORM.
      *> The history line carries the offset as its loan
      *> deduction, so one settlement offsets no more than that
      *> column holds.
           MOVE WS-LOAN-TOTAL TO WS-LOAN-OFFSET.
           IF WS-LOAN-OFFSET > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-LOAN-OFFSET
           END-IF.
           IF WS-LOAN-OFFSET > WS-OFFSET-CAP
               MOVE WS-OFFSET-CAP TO WS-LOAN-OFFSET
           END-IF.
           COMPUTE WS-LOAN-LEFT = WS-LOAN-TOTAL - WS-LOAN-OFFSET.
           MOVE WS-LOAN-OFFSET TO WS-LOAN-TAKE.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF LT-EMP-ID (WS-LOAN-SUB) = SX-EMP-ID
                   IF LT-BALANCE (WS-LOAN-SUB) > WS-LOAN-TAKE
                       SUBTRACT WS-LOAN-TAKE
                           FROM LT-BALANCE (WS-LOAN-SUB)
                       MOVE 0 TO WS-LOAN-TAKE
                   ELSE
                       SUBTRACT LT-BALANCE (WS-LOAN-SUB)
                           FROM WS-LOAN-TAKE
                       MOVE 0 TO LT-BALANCE (WS-LOAN-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-NET-PAY = WS-AVAILABLE - WS-LOAN-OFFSET
               + WS-WTAX-REFUND.

       RECORD-FINAL-PAY.
      *> The cheque carries the whole net; PAYHIST carries the
      *> same money the way ANNUALZE books it - the final pay line
      *> with the 13th month in its gross and its tax in the
      *> withholding, and a refund as its own adjustment line - so
      *> the GL posting and the reprint see what was paid.
           IF WS-NET-PAY > 0
               MOVE SX-EMP-ID TO CQ-EMP-ID
               MOVE EM-NAME TO CQ-EMP-NAME
               MOVE WS-NET-PAY TO CQ-NET-AMOUNT
               MOVE WS-BUSINESS-DATE TO CQ-QUEUE-DATE
               MOVE "FINAL PAY" TO CQ-SOURCE
               WRITE CHEQUE-QUEUE-REC
           END-IF.
           COMPUTE WS-HIST-GROSS = WS-FINAL-GROSS
               + WS-P13-ENTITLEMENT.
           COMPUTE WS-HIST-WTAX = WS-WTAX-COLLECT + WS-P13-TAX.
           OPEN EXTEND PAYROLL-HISTORY.
           IF WS-PH-FILE-STATUS = "35"
               OPEN OUTPUT PAYROLL-HISTORY
           END-IF.
           PERFORM CLEAR-HISTORY-LINE.
           MOVE WS-HIST-GROSS TO PH-GROSS.
           MOVE WS-SSS TO PH-SSS.
           MOVE WS-PHILHEALTH TO PH-PHILHEALTH.
           MOVE WS-PAGIBIG TO PH-PAGIBIG.
           MOVE WS-HIST-WTAX TO PH-WTAX.
           MOVE WS-LOAN-OFFSET TO PH-LOAN-DED.
           MOVE WS-BASIC-PAY TO PH-BASIC-PAY.
           COMPUTE PH-TOTAL-DED = WS-CONTRIBUTIONS + WS-HIST-WTAX
               + WS-LOAN-OFFSET.
           COMPUTE PH-NET = WS-NET-PAY - WS-WTAX-REFUND.
           WRITE PAY-HISTORY-REC.
           IF WS-WTAX-REFUND > 0
               PERFORM CLEAR-HISTORY-LINE
               MOVE WS-WTAX-REFUND TO PH-GROSS
               MOVE WS-WTAX-REFUND TO PH-NET
               WRITE PAY-HISTORY-REC
           END-IF.
           CLOSE PAYROLL-HISTORY.

       CLEAR-HISTORY-LINE.
      *> The business month is the settlement's pay period, as
      *> it is for the year-end adjustment lines.
           MOVE SX-EMP-ID TO PH-EMP-ID.
           MOVE EM-NAME TO PH-EMP-NAME.
           MOVE WS-BUSINESS-DATE (1:6) TO PH-PERIOD-ID.
           MOVE WS-BUSINESS-DATE TO PH-PAY-DATE.
           MOVE 0 TO PH-SALES-AMOUNT.
           MOVE 0 TO PH-COMMISSION.
           MOVE 0 TO PH-GROSS.
           MOVE 0 TO PH-SSS.
           MOVE 0 TO PH-PHILHEALTH.
           MOVE 0 TO PH-PAGIBIG.
           MOVE 0 TO PH-WTAX.
           MOVE 0 TO PH-LOAN-DED.
           MOVE 0 TO PH-TOTAL-DED.
           MOVE 0 TO PH-NET.
           MOVE "F" TO PH-LINE-TYPE.
           MOVE EM-PAY-TYPE TO PH-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO PH-HOURLY-RATE.
           MOVE 0 TO PH-COMM-RATE.
           MOVE 0 TO PH-BASIC-PAY.

       CLOSE-PAYROLL-YTD.
      *> The year is settled: the final pay joins the buckets,
      *> the withholding bucket carries what was finally collected
      *> or refunded, and the record is stamped closed. The 13th
      *> month stays out of the buckets, as PAY13MO keeps it.
           COMPUTE WS-YTD-NET-ADD = WS-FINAL-GROSS
               - WS-CONTRIBUTIONS - WS-WTAX-COLLECT
               + WS-WTAX-REFUND.
           IF WS-YTD-FOUND = "Y"
                   AND YTD-YEAR = WS-BUSINESS-DATE (1:4)
               ADD WS-FINAL-GROSS TO YTD-GROSS
               ADD WS-SSS TO YTD-SSS
               ADD WS-PHILHEALTH TO YTD-PHILHEALTH
               ADD WS-PAGIBIG TO YTD-PAGIBIG
               ADD WS-WTAX-COLLECT TO YTD-WTAX
               SUBTRACT WS-WTAX-REFUND FROM YTD-WTAX
               IF WS-YTD-NET-ADD > 0
                   ADD WS-YTD-NET-ADD TO YTD-NET
               END-IF
           ELSE
               MOVE SX-EMP-ID TO YTD-EMP-ID
               MOVE WS-FINAL-GROSS TO YTD-GROSS
               MOVE 0 TO YTD-COMMISSION
               MOVE WS-SSS TO YTD-SSS
               MOVE WS-PHILHEALTH TO YTD-PHILHEALTH
               MOVE WS-PAGIBIG TO YTD-PAGIBIG
               MOVE WS-WTAX-COLLECT TO YTD-WTAX
               MOVE 0 TO YTD-NET
               IF WS-YTD-NET-ADD > 0
                   MOVE WS-YTD-NET-ADD TO YTD-NET
               END-IF
               MOVE WS-BUSINESS-DATE (1:4) TO YTD-YEAR
           END-IF.
           MOVE EM-NAME TO YTD-EMP-NAME.
           MOVE "C" TO YTD-STATUS.
           MOVE SX-SEP-DATE TO YTD-SEP-DATE.
           IF WS-YTD-FOUND = "Y"
               REWRITE PAY-YTD-REC
           ELSE
               WRITE PAY-YTD-REC
           END-IF.

       SAVE-LOAN-MASTER.
      *> Settled loans stay on file at zero balance, the way the
      *> payroll leaves a paid-off loan for the outstanding report.
           OPEN OUTPUT LOAN-MASTER.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               MOVE LT-EMP-ID (WS-LOAN-SUB) TO LN-EMP-ID
               MOVE LT-LOAN-TYPE (WS-LOAN-SUB) TO LN-LOAN-TYPE
               MOVE LT-PRINCIPAL (WS-LOAN-SUB) TO LN-PRINCIPAL
               MOVE LT-AMORT (WS-LOAN-SUB) TO LN-AMORT
               MOVE LT-BALANCE (WS-LOAN-SUB) TO LN-BALANCE
               WRITE LOAN-MASTER-REC
           END-PERFORM.
           CLOSE LOAN-MASTER.

       FOLD-INTO-CONTROL-TOTALS.
      *> The settlements' gross joins the day's control totals
      *> the way the 13th-month run folds its own, so RECONCILE
      *> cross-foots the day with the final pays in it.
           MOVE "N" TO WS-CTL-PRESENT.
           OPEN INPUT CONTROL-TOTALS.
           IF WS-CT-FILE-STATUS = "00"
               READ CONTROL-TOTALS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CTL-PRESENT
                       MOVE CTL-TOTALS-REC TO WS-HOLD-CTL-REC
               END-READ
               CLOSE CONTROL-TOTALS
           END-IF.
           OPEN OUTPUT CONTROL-TOTALS.
           IF WS-CTL-PRESENT = "Y"
               MOVE WS-HOLD-CTL-REC TO CTL-TOTALS-REC
           ELSE
               MOVE 0 TO CTL-SUM-TOTAL
               MOVE 0 TO CTL-GROSS-TOTAL
               MOVE 0 TO CTL-COMM-TOTAL
               MOVE 0 TO CTL-EVEN-COUNT
               MOVE 0 TO CTL-ODD-COUNT
           END-IF.
           ADD WS-TOT-GROSS TO CTL-GROSS-TOTAL.
           WRITE CTL-TOTALS-REC.
           CLOSE CONTROL-TOTALS.

       PRINT-COMPUTATION-SHEET.
           MOVE "FINAL PAY COMPUTATION" TO RPT-H-TITLE.
           PERFORM START-SHEET-PAGE.
           MOVE SPACES TO FPA-QTY-X.
           MOVE SPACES TO WS-FP-BUILD.
           STRING "EMPLOYEE: " SX-EMP-ID "  " EM-NAME
               "  " EM-POSITION
               DELIMITED BY SIZE INTO WS-FP-BUILD.
           WRITE FP-PRINT-LINE FROM WS-FP-BUILD.
           MOVE SPACES TO WS-FP-BUILD.
           STRING "LAST DAY WORKED: " SX-SEP-DATE
               "  REASON: " SX-REASON
               "  UNPAID FROM: " WS-UNPAID-FROM
               DELIMITED BY SIZE INTO WS-FP-BUILD.
           WRITE FP-PRINT-LINE FROM WS-FP-BUILD.
           MOVE SPACES TO FP-PRINT-LINE.
           WRITE FP-PRINT-LINE.
           MOVE "REGULAR HOURS UNPAID" TO FPA-LABEL.
           MOVE WS-REG-HOURS TO FPA-QTY.
           MOVE SPACES TO FPA-AMOUNT-X.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "APPROVED LEAVE HOURS" TO FPA-LABEL.
           MOVE WS-LEAVE-HOURS TO FPA-QTY.
           MOVE SPACES TO FPA-AMOUNT-X.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "OVERTIME HOURS UNPAID" TO FPA-LABEL.
           MOVE WS-OVT-HOURS TO FPA-QTY.
           MOVE SPACES TO FPA-AMOUNT-X.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "NIGHT HOURS UNPAID" TO FPA-LABEL.
           MOVE PB-ND-HOURS TO FPA-QTY.
           MOVE SPACES TO FPA-AMOUNT-X.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "UNPAID BASIC PAY AT RATE" TO FPA-LABEL.
           MOVE WS-EMP-RATE TO FPA-QTY.
           MOVE WS-BASIC-PAY TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LEAVE CREDITS CONVERTED (DAYS)" TO FPA-LABEL.
           MOVE WS-LEAVE-DAYS TO FPA-QTY.
           MOVE WS-LEAVE-MONEY TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "FINAL GROSS PAY" TO FPA-LABEL.
           MOVE WS-FINAL-GROSS TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LESS SSS" TO FPA-LABEL.
           COMPUTE FPA-AMOUNT = 0 - WS-SSS.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LESS PHILHEALTH" TO FPA-LABEL.
           COMPUTE FPA-AMOUNT = 0 - WS-PHILHEALTH.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LESS PAG-IBIG" TO FPA-LABEL.
           COMPUTE FPA-AMOUNT = 0 - WS-PAGIBIG.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "13TH MONTH PRO-RATED" TO FPA-LABEL.
           MOVE WS-P13-ENTITLEMENT TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LESS 13TH MONTH TAX ON EXCESS" TO FPA-LABEL.
           COMPUTE FPA-AMOUNT = 0 - WS-P13-TAX.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "ANNUAL TAXABLE TO SEPARATION" TO FPA-LABEL.
           MOVE WS-ANNUAL-TAXABLE TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "ANNUALIZED TAX DUE" TO FPA-LABEL.
           MOVE WS-TAX-DUE TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "TAX WITHHELD TO DATE" TO FPA-LABEL.
           MOVE WS-PRIOR-WTAX TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           IF WS-WTAX-REFUND > 0
               MOVE "ADD WITHHOLDING TAX REFUND" TO FPA-LABEL
               MOVE WS-WTAX-REFUND TO FPA-AMOUNT
           ELSE
               MOVE "LESS WITHHOLDING TAX COLLECTED" TO FPA-LABEL
               COMPUTE FPA-AMOUNT = 0 - WS-WTAX-COLLECT
           END-IF.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LOAN BALANCES OUTSTANDING" TO FPA-LABEL.
           MOVE WS-LOAN-TOTAL TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "LESS LOANS OFFSET" TO FPA-LABEL.
           COMPUTE FPA-AMOUNT = 0 - WS-LOAN-OFFSET.
           PERFORM WRITE-SHEET-AMOUNT.
           MOVE "NET FINAL PAY - QUEUED FOR CHEQUE" TO FPA-LABEL.
           MOVE WS-NET-PAY TO FPA-AMOUNT.
           PERFORM WRITE-SHEET-AMOUNT.
           IF WS-TAX-SHORT = "Y"
               MOVE SPACES TO WS-FP-BUILD
               COMPUTE WS-VALUE-ED = WS-WTAX-ADJ - WS-WTAX-COLLECT
               STRING "** TAX DUE EXCEEDS FINAL PAY - UNCOLLECTED: "
                   WS-VALUE-ED
                   DELIMITED BY SIZE INTO WS-FP-BUILD
               WRITE FP-PRINT-LINE FROM WS-FP-BUILD
           END-IF.
           IF WS-LOAN-LEFT > 0
               MOVE SPACES TO WS-FP-BUILD
               MOVE WS-LOAN-LEFT TO WS-VALUE-ED
               STRING "** LOAN BALANCE NOT COVERED - LEFT ON FILE: "
                   WS-VALUE-ED
                   DELIMITED BY SIZE INTO WS-FP-BUILD
               WRITE FP-PRINT-LINE FROM WS-FP-BUILD
           END-IF.
           IF WS-LEAVE-FOUND = "Y" AND WS-EMP-RATE = 0
               MOVE SPACES TO WS-FP-BUILD
               STRING "** NO HOURLY RATE - LEAVE CREDITS NOT"
                   " CONVERTED, LEFT ON FILE FOR HR"
                   DELIMITED BY SIZE INTO WS-FP-BUILD
               WRITE FP-PRINT-LINE FROM WS-FP-BUILD
           END-IF.

       PRINT-REJECTED-SEPARATION.
           MOVE "FINAL PAY COMPUTATION" TO RPT-H-TITLE.
           PERFORM START-SHEET-PAGE.
           MOVE SPACES TO WS-FP-BUILD.
           STRING "EMPLOYEE: " SX-EMP-ID "  LAST DAY WORKED: "
               SX-SEP-DATE "  " WS-RESULT
               DELIMITED BY SIZE INTO WS-FP-BUILD.
           WRITE FP-PRINT-LINE FROM WS-FP-BUILD.

       START-SHEET-PAGE.
           ADD 1 TO WS-FP-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-FP-PAGE-NO TO RPT-H-PAGE.
           WRITE FP-PRINT-LINE FROM RPT-HEADER-LINE.

       WRITE-SHEET-AMOUNT.
      *> The quantity column prints only where a row sets it.
           WRITE FP-PRINT-LINE FROM FP-AMOUNT-LINE.
           MOVE SPACES TO FPA-QTY-X.

       PRINT-CLEARANCE-SLIP.
      *> One slip per leaver: what each area settled, then the
      *> verdict and the sign-off lines.
           ADD 1 TO WS-CL-PAGE-NO.
           MOVE "SEPARATION CLEARANCE SLIP" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CL-PAGE-NO TO RPT-H-PAGE.
           WRITE CL-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE SPACES TO WS-CL-BUILD.
           STRING "EMPLOYEE: " SX-EMP-ID "  " EM-NAME
               "  " EM-POSITION
               DELIMITED BY SIZE INTO WS-CL-BUILD.
           WRITE CL-PRINT-LINE FROM WS-CL-BUILD.
           MOVE SPACES TO WS-CL-BUILD.
           STRING "LAST DAY WORKED: " SX-SEP-DATE
               "  REASON: " SX-REASON
               DELIMITED BY SIZE INTO WS-CL-BUILD.
           WRITE CL-PRINT-LINE FROM WS-CL-BUILD.
           MOVE SPACES TO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.
           MOVE "PAYROLL" TO CLI-AREA.
           MOVE "FINAL PAY QUEUED FOR CHEQUE" TO CLI-TEXT.
           MOVE WS-NET-PAY TO CLI-AMOUNT.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE "LOANS" TO CLI-AREA.
           IF WS-LOAN-LEFT > 0
               MOVE "BALANCE OUTSTANDING - NOT CLEARED"
                   TO CLI-TEXT
               MOVE WS-LOAN-LEFT TO CLI-AMOUNT
           ELSE
               MOVE "ALL LOANS CLOSED" TO CLI-TEXT
               MOVE WS-LOAN-OFFSET TO CLI-AMOUNT
           END-IF.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE "LEAVE" TO CLI-AREA.
           IF WS-LEAVE-FOUND = "Y" AND WS-EMP-RATE = 0
               MOVE "CREDITS NOT CONVERTED - NO RATE" TO CLI-TEXT
           ELSE
               MOVE "CREDITS SETTLED" TO CLI-TEXT
           END-IF.
           MOVE WS-LEAVE-MONEY TO CLI-AMOUNT.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE "WITHHOLDING" TO CLI-AREA.
           IF WS-TAX-SHORT = "Y"
               MOVE "ANNUALIZED - UNCOLLECTED TAX DUE" TO CLI-TEXT
           ELSE
               MOVE "ANNUALIZED AND SETTLED" TO CLI-TEXT
           END-IF.
           MOVE WS-TAX-DUE TO CLI-AMOUNT.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE "PAYROLL YTD" TO CLI-AREA.
           MOVE "RECORD CLOSED" TO CLI-TEXT.
           MOVE SPACES TO CLI-AMOUNT-X.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE "EMPLOYEE FILE" TO CLI-AREA.
           MOVE "STATUS SET TO TERMINATED" TO CLI-TEXT.
           WRITE CL-PRINT-LINE FROM CL-ITEM-LINE.
           MOVE SPACES TO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.
           MOVE SPACES TO WS-CL-BUILD.
           IF WS-LOAN-LEFT > 0 OR WS-TAX-SHORT = "Y"
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE "CLEARANCE: WITHHELD - SETTLE THE ITEMS ABOVE"
                   TO WS-CL-BUILD
           ELSE
               MOVE "CLEARANCE: CLEARED" TO WS-CL-BUILD
           END-IF.
           WRITE CL-PRINT-LINE FROM WS-CL-BUILD.
           MOVE SPACES TO CL-PRINT-LINE.
           WRITE CL-PRINT-LINE.
           MOVE SPACES TO WS-CL-BUILD.
           STRING "    HR: ____________________"
               "   ACCOUNTING: ____________________"
               "   EMPLOYEE: ____________________"
               DELIMITED BY SIZE INTO WS-CL-BUILD.
           WRITE CL-PRINT-LINE FROM WS-CL-BUILD.

       PRINT-RUN-TOTALS.
           MOVE "FINAL PAY COMPUTATION" TO RPT-H-TITLE.
           PERFORM START-SHEET-PAGE.
           MOVE WS-TOT-GROSS TO WS-VALUE-ED.
           MOVE WS-TOT-NET TO WS-VALUE2-ED.
           MOVE SPACES TO WS-FP-BUILD.
           STRING "SEPARATIONS SETTLED: " WS-SETTLED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               "  GROSS: " WS-VALUE-ED
               "  NET QUEUED: " WS-VALUE2-ED
               DELIMITED BY SIZE INTO WS-FP-BUILD.
           WRITE FP-PRINT-LINE FROM WS-FP-BUILD.
           MOVE WS-SETTLED-COUNT TO RPT-T-COUNT.
           WRITE FP-PRINT-LINE FROM RPT-TRAILER-LINE.
