           SELECT BANK-CONTROL ASSIGN TO "BNKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKC-FILE-STATUS.
      *> Cheque payment queue - an employee with no bank
      *> account is queued here for the cheque issue run.
           SELECT CHEQUE-QUEUE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
      *> Control-totaled adding tape, replacing SUM_OR_TRIPLE's
      *> single ACCEPT'd NUM1/NUM2 pair.
           SELECT NUM-PAIRS ASSIGN TO "NUMPAIR.DAT"
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
      *> Payslip earnings lines - the items making up each
      *> slip's gross, written after the slip out of WRITE_PAYSLIP.
      *> Hourly staff's timesheet days are priced by PREMPAY.
           SELECT PAY-EARNINGS ASSIGN TO "PAYERN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PE-FILE-STATUS.
      *> Pay-period calendar and the paid-this-period register
      *> - an employee is paid once per OPEN period unless a
      *> supervisor signs the override.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
      *> Leave credits - an approved filing on the ledger is paid
      *> hours on the timesheet, and a year-end monetization held
      *> on the leave master is paid with the next slip.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.
      *> Effective-dated pay rates - the payroll pays the rate
      *> in force at the period end, and retroactive adjustments
      *> computed by RETROPAY are paid with the next slip.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT RETRO-ADJUSTMENTS ASSIGN TO "RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RY-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO "USERFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UA-FILE-STATUS.
       COPY BANKFILE.
       FD  BANK-CONTROL.
       COPY BNKCTL.
       FD  CHEQUE-QUEUE.
       COPY CHEQUES.
       FD  NUM-PAIRS.
       COPY NUMPAIR.
       FD  ADD-SUMMARY-REPORT.
       COPY STUJRNL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  PAY-EARNINGS.
       COPY PAYERN.
       FD  PAY-PERIOD-FILE.
       COPY PAYPRD.
       FD  PAID-REGISTER.
       COPY PAYHIST.
       FD  LOAN-MASTER.
       COPY LOANMAST.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  RATE-HISTORY.
       COPY RATEHIST.
       FD  RETRO-ADJUSTMENTS.
       COPY RETROADJ.
       FD  USER-ACCOUNTS.
       COPY USERACCT.
       FD  LOCKOUT-FILE.
       01 EMPLOYEE_BANK_ACCT PIC X(12) VALUE SPACES.
       01 EMPLOYEE_PAY_TYPE PIC X VALUE SPACE.
       01 EMPLOYEE_HOURLY_RATE PIC 9(4)V99 VALUE 0.
       01 EMPLOYEE_REST_DAY PIC X VALUE SPACE.
       01 WS-EMP-VALID PIC X.
      *> Timesheet hours for hourly-paid staff - PREMPAY
      *> prices each day by day type and hour type and hands back
      *> the breakdown printed as the slip's earnings lines.
       01 WS-TIME-EOF PIC X.
       01 WS-PE-FILE-STATUS PIC XX.
       01 WS-PE-OPENED PIC X VALUE "N".
       01 WS-PB-SUB PIC 99.
      *> One earnings line as built - written to PAYERN.DAT or
      *> shown on the slip ahead of the gross.
       01 WS-ERN-MODE PIC X.
       01 WS-ERN-DESC PIC X(20).
       01 WS-ERN-HOURS PIC 9(4)V9.
       01 WS-ERN-MULT PIC 9V999.
       01 WS-ERN-AMOUNT PIC 9(6)V99.
       01 WS-ERN-HOURS-ED PIC ZZZ9.9.
       01 WS-ERN-MULT-ED PIC 9.999.
       01 WS-ERN-AMOUNT-ED PIC ZZZ,ZZ9.99.
       COPY PREMBRK.
       01 WS-REG-HOURS PIC 9(4)V9.
       01 WS-OVT-HOURS PIC 9(4)V9.
      *> Approved leave inside the period, paid as regular hours,
      *> and the year-end leave monetization added to gross.
       01 WS-LG-FILE-STATUS PIC XX.
       01 WS-LV-FILE-STATUS PIC XX.
       01 WS-LV-OPENED PIC X VALUE "N".
       01 WS-LEAVE-EOF PIC X.
       01 WS-LEAVE-HOURS PIC 9(4)V9.
       01 WS-LEAVE-MONEY PIC 9(7)V99.
      *> Rate in force for the period off the rate history, and
      *> the basic pay it produced before any additions to gross.
       01 WS-RA-FILE-STATUS PIC XX.
       01 WS-RATE-EOF PIC X.
       01 WS-RATE-FOUND-DATE PIC 9(8).
       01 WS-COMM-PLAN PIC X VALUE SPACE.
       01 WS-COMM-FLAT-RATE PIC V999 VALUE 0.
       01 WS-BASIC-PAY PIC 9(6)V99 VALUE 0.
      *> Retroactive adjustments - loaded on the first payroll
      *> computation of the run, the employee's pending lines paid
      *> with the slip and marked done, the file rewritten at close.
      *> Past table capacity the file is left untouched and unpaid,
      *> as the loans ledger is.
       01 WS-RY-FILE-STATUS PIC XX.
       01 WS-RETRO-LOADED PIC X VALUE "N".
       01 WS-RETRO-TOUCHED PIC X VALUE "N".
       01 WS-RETRO-OVERFLOW PIC X VALUE "N".
       01 WS-RETRO-COUNT PIC 9(3) VALUE 0.
       01 WS-RETRO-SUB PIC 9(3).
       01 WS-RETRO-GROSS PIC 9(6)V99 VALUE 0.
       01 WS-RETRO-SSS PIC 9(5)V99 VALUE 0.
       01 WS-RETRO-PHILHEALTH PIC 9(5)V99 VALUE 0.
       01 WS-RETRO-PAGIBIG PIC 9(5)V99 VALUE 0.
       01 WS-RETRO-WTAX PIC 9(5)V99 VALUE 0.
       01 WS-RETRO-DED PIC 9(6)V99 VALUE 0.
       01 RETRO-TABLE-AREA.
           05 RETRO-ENTRY OCCURS 500 TIMES.
               10 RAJ-RECORD PIC X(99).
               10 RAJ-THIS-SLIP PIC X.
      *> Pay-period gate working fields - the current OPEN
      *> period covering the business date, and the outcome of the
      *> paid-this-period check for the employee on deck.
       01 WS-PERIOD-ID PIC 9(6) VALUE 0.
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-END PIC 9(8) VALUE 99999999.
       01 WS-ACCT-PERIOD-STATUS PIC X(7).
       01 WS-ACCT-LOCK-HITS PIC 9(5) VALUE 0.
       01 WS-PH-FILE-STATUS PIC XX.
       01 WS-PAYHIST-OPENED PIC X VALUE "N".
       01 WS-ALREADY-PAID PIC X.
       01 WS-OVR-PW PIC X(10).
       01 WS-OVR-OK PIC X.
      *> Direct-deposit bank file working fields - hash and
      *> gross accumulate per detail; a file whose gross ties to
      *> the run's control total is left in REVIEW for PAYVAR to
      *> release.
       01 WS-BKC-FILE-STATUS PIC XX.
       01 WS-BF-OPENED PIC X VALUE "N".
       01 WS-BNK-COMPANY-ACCT PIC X(12) VALUE SPACES.
       01 WS-BNK-DETAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-BNK-CHEQUE-COUNT PIC 9(5) VALUE 0.
       01 WS-CQ-FILE-STATUS PIC XX.
       01 WS-CQ-OPENED PIC X VALUE "N".
       01 WS-BNK-HASH-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-BNK-GROSS-CHECK PIC 9(10)V99 VALUE 0.
      *> Loans ledger working fields - loaded on the first
           IF WS-PAYHIST-OPENED = "Y"
               CLOSE PAYROLL-HISTORY
           END-IF.
           IF WS-PE-OPENED = "Y"
               CLOSE PAY-EARNINGS
           END-IF.
           IF WS-LOAN-TOUCHED = "Y" AND WS-LOAN-OVERFLOW = "N"
               PERFORM SAVE-LOAN-MASTER
           END-IF.
           IF WS-RETRO-TOUCHED = "Y" AND WS-RETRO-OVERFLOW = "N"
               PERFORM SAVE-RETRO-ADJUSTMENTS
           END-IF.
           IF WS-YTD-OPENED = "Y"
               CLOSE PAYROLL-YTD
           END-IF.
           IF WS-LV-OPENED = "Y"
               CLOSE LEAVE-MASTER
           END-IF.
           IF WS-BF-OPENED = "Y"
               PERFORM RELEASE-BANK-FILE
           END-IF.
           IF WS-CQ-OPENED = "Y"
               CLOSE CHEQUE-QUEUE
           END-IF.
           IF WS-AUDIT-OPENED = "Y"
               CLOSE AUDIT-LOG
           END-IF.
           PERFORM RELEASE-STUDENT-MASTER-LOCK.
           CLOSE EMPLOYEE-MASTER.
           PERFORM WRITE_CONTROL_TOTALS.
      *> Any employee turned away by a closed accounting month
      *> marks the step as period-locked for the night report.
           IF WS-ACCT-LOCK-HITS > 0
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-BUSINESS-DATE.
                   PERFORM WRITE_AUDIT_LOG
                   PERFORM EMIT-RESULT-LINE
               ELSE
                   PERFORM APPLY-RATE-IN-FORCE
                   IF EMPLOYEE_PAY_TYPE = "H"
                       PERFORM COMPUTE-HOURLY-PAY
                   ELSE
           MOVE "Y" TO WS-PERIOD-OK.
           MOVE "N" TO WS-OVERRIDE-FLAG.
           MOVE SPACES TO WS-OVR-USER.
      *> The accounting month comes first - a payroll dated into
      *> a month the accountant is closing or has closed is
      *> refused outright, whatever the pay calendar says.
           CALL "PRDCHECK" USING WS-BUSINESS-DATE
               WS-ACCT-PERIOD-STATUS.
           IF WS-ACCT-PERIOD-STATUS NOT = "OPEN"
               MOVE "N" TO WS-PERIOD-OK
               ADD 1 TO WS-ACCT-LOCK-HITS
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "EMP=" EMPLOYEE_ID " ACCT PERIOD CLOSED"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               MOVE "Accounting period closed - refused."
                   TO WS-BATCH-RESULT
           ELSE
               PERFORM FIND-PAY-PERIOD
               IF WS-PERIOD-ID = 0
                   MOVE "N" TO WS-PERIOD-OK
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "EMP=" EMPLOYEE_ID " NO OPEN PERIOD"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   MOVE "No open pay period for this date - refused."
                       TO WS-BATCH-RESULT
               ELSE
                   PERFORM CHECK-ALREADY-PAID
                   IF WS-ALREADY-PAID = "Y"
                       IF WS-BATCH-MODE = "N"
                           PERFORM OFFER-PAYMENT-OVERRIDE
                       ELSE
                           MOVE "N" TO WS-OVR-OK
                       END-IF
                       IF WS-OVR-OK = "Y"
                           MOVE "Y" TO WS-OVERRIDE-FLAG
                       ELSE
                           MOVE "N" TO WS-PERIOD-OK
                           MOVE SPACES TO WS-AUDIT-DETAIL
                           STRING "EMP=" EMPLOYEE_ID
                               " ALREADY PAID PD " WS-PERIOD-ID
                               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                           MOVE SPACES TO WS-BATCH-RESULT
                           STRING "REJECT - " EMPLOYEE_ID
                               " already paid in period " WS-PERIOD-ID
                               DELIMITED BY SIZE INTO WS-BATCH-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       END-IF
                       MOVE EM-PAY-TYPE TO EMPLOYEE_PAY_TYPE
                       MOVE EM-HOURLY-RATE TO EMPLOYEE_HOURLY_RATE
                       MOVE EM-REST-DAY TO EMPLOYEE_REST_DAY
                   END-IF
           END-READ.

       APPLY-RATE-IN-FORCE.
      *> The rate history overrides the master's figures with
      *> the latest change effective on or before the period end -
      *> a raise approved after the period closed is left to
      *> RETROPAY, and an employee with no history is paid off
      *> the master as before. Same-day lines: the later one wins.
           MOVE "T" TO WS-COMM-PLAN.
           MOVE 0 TO WS-COMM-FLAT-RATE.
           MOVE 0 TO WS-RATE-FOUND-DATE.
           OPEN INPUT RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "00"
               MOVE "N" TO WS-RATE-EOF
               PERFORM UNTIL WS-RATE-EOF = "Y"
                   READ RATE-HISTORY
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
                       NOT AT END
                           IF RA-EMP-ID = EMPLOYEE_ID
                                   AND RA-EFFECTIVE-DATE
                                       <= WS-PERIOD-END
                                   AND RA-EFFECTIVE-DATE
                                       >= WS-RATE-FOUND-DATE
                               MOVE RA-EFFECTIVE-DATE
                                   TO WS-RATE-FOUND-DATE
                               MOVE RA-PAY-TYPE TO EMPLOYEE_PAY_TYPE
                               MOVE RA-HOURLY-RATE
                                   TO EMPLOYEE_HOURLY_RATE
                               MOVE RA-COMM-PLAN TO WS-COMM-PLAN
                               MOVE RA-COMM-RATE TO WS-COMM-FLAT-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       EDIT-SALES-AND-COMPUTE.
      *> Reject non-numeric/out-of-range sales figures instead of
      *> letting a bad ACCEPT or a malformed batch card corrupt the
           PERFORM GET_COMMISSION_RATE.
           COMPUTE COMMISSION = SALES_AMOUNT * WS-COMM-RATE.
           COMPUTE GROSS_PAY = SALES_AMOUNT + COMMISSION.
           MOVE GROSS_PAY TO WS-BASIC-PAY.
           PERFORM COMPUTE-DEDUCTIONS-AND-NET.

       COMPUTE-HOURLY-PAY.
      *> Basic pay off the timesheet feed: each day's regular,
      *> overtime and night hours at the premium its day type earns
      *> (PREMPAY), then the same deduction block, payslip, YTD and
      *> bank path the sales staff already go through - one
      *> payroll, two pay bases.
           PERFORM ACCUMULATE-TIMESHEET-HOURS.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "EMP=" EMPLOYEE_ID " HRS=" WS-REG-HOURS
               " OT=" WS-OVT-HOURS " LV=" WS-LEAVE-HOURS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM WRITE_AUDIT_LOG.
           IF WS-REG-HOURS = 0 AND WS-OVT-HOURS = 0
           ELSE
               MOVE 0 TO SALES_AMOUNT
               MOVE 0 TO COMMISSION
               MOVE PB-BASIC-PAY TO GROSS_PAY
               MOVE GROSS_PAY TO WS-BASIC-PAY
               MOVE 0 TO WS-COMM-RATE
               PERFORM COMPUTE-DEDUCTIONS-AND-NET
           END-IF.

       ACCUMULATE-TIMESHEET-HOURS.
           MOVE 0 TO WS-REG-HOURS.
           MOVE 0 TO WS-OVT-HOURS.
      *> A day on approved leave is a paid day - the filing's
      *> hours count as regular hours when its first day falls in
      *> the period, so the absence no longer shortens the pay.
           MOVE 0 TO WS-LEAVE-HOURS.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "00"
               MOVE "N" TO WS-LEAVE-EOF
               PERFORM UNTIL WS-LEAVE-EOF = "Y"
                   READ LEAVE-LEDGER
                       AT END
                           MOVE "Y" TO WS-LEAVE-EOF
                       NOT AT END
                           IF LG-EMP-ID = EMPLOYEE_ID
                                   AND LG-FILED
                                   AND LG-DATE >= WS-PERIOD-START
                                   AND LG-DATE <= WS-PERIOD-END
                               ADD LG-HOURS TO WS-LEAVE-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-LEDGER
           END-IF.
      *> Only the current pay period's days are paid -
      *> a late-keyed sheet from last period waits for its own
      *> adjustment run instead of inflating this one.
           CALL "PREMPAY" USING EMPLOYEE_ID EMPLOYEE_REST_DAY
               EMPLOYEE_HOURLY_RATE WS-PERIOD-START WS-PERIOD-END
               WS-LEAVE-HOURS PREMIUM-BREAKDOWN.
           MOVE PB-REG-HOURS TO WS-REG-HOURS.
           MOVE PB-OT-HOURS TO WS-OVT-HOURS.
           ADD WS-LEAVE-HOURS TO WS-REG-HOURS.

       COMPUTE-DEDUCTIONS-AND-NET.
           PERFORM ADD-LEAVE-MONETIZATION.
      *> Statutory deductions come from the DEDBRKT bracket
      *> reference file via STATDED (same treatment GRDLOOKUP gives
      *> grade cutoffs), so a January contribution-table revision is
      *> four - capped at the running balance, so a loan's last
      *> deduction takes what is owed and then stops by itself.
           PERFORM TAKE-LOAN-DEDUCTION.
           PERFORM ADD-RETRO-ADJUSTMENTS.
           COMPUTE TOTAL_DEDUCTIONS = SSS_DEDUCTION +
               PHILHEALTH_DEDUCTION + PAGIBIG_DEDUCTION +
               WTAX_DEDUCTION + LOAN_DEDUCTION.
                   INTO WS-BATCH-RESULT
               PERFORM EMIT-RESULT-LINE
           ELSE
               PERFORM SHOW-EARNINGS-LINES
               DISPLAY "Gross Pay: " GROSS_PAY
               DISPLAY "SSS: " SSS_DEDUCTION
                   " PhilHealth: " PHILHEALTH_DEDUCTION
               DISPLAY "Pag-IBIG: " PAGIBIG_DEDUCTION
           ADD COMMISSION TO WS-CTL-COMM-TOTAL.
           PERFORM WRITE_PAYSLIP.

       ADD-LEAVE-MONETIZATION.
      *> Year-end leave monetization waiting on the leave master
      *> is paid with this slip as taxable gross, then cleared so
      *> no later slip pays it again.
           MOVE 0 TO WS-LEAVE-MONEY.
           IF WS-LV-OPENED = "N"
               OPEN I-O LEAVE-MASTER
               IF WS-LV-FILE-STATUS = "00"
                   MOVE "Y" TO WS-LV-OPENED
               ELSE
                   MOVE "X" TO WS-LV-OPENED
               END-IF
           END-IF.
           IF WS-LV-OPENED = "Y"
               MOVE EMPLOYEE_ID TO LV-EMP-ID
               READ LEAVE-MASTER KEY IS LV-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-MONETIZE-AMOUNT > 0
                           MOVE LV-MONETIZE-AMOUNT TO WS-LEAVE-MONEY
                           MOVE 0 TO LV-MONETIZE-AMOUNT
                           MOVE 0 TO LV-MONETIZE-DAYS
                           REWRITE LEAVE-MASTER-REC
                       END-IF
               END-READ
           END-IF.
           IF WS-LEAVE-MONEY > 0
               ADD WS-LEAVE-MONEY TO GROSS_PAY
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "EMP=" EMPLOYEE_ID " LEAVE MONETIZED="
                   WS-LEAVE-MONEY
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE_AUDIT_LOG
           END-IF.

       ADD-RETRO-ADJUSTMENTS.
      *> Every pending retroactive line for the employee rides
      *> on this slip: the underpaid basic joins gross and the
      *> deductions it draws - computed by RETROPAY against the
      *> period it belongs to - join the statutory four, so the
      *> period's own brackets decide them, not this one's.
           MOVE 0 TO WS-RETRO-GROSS.
           MOVE 0 TO WS-RETRO-SSS.
           MOVE 0 TO WS-RETRO-PHILHEALTH.
           MOVE 0 TO WS-RETRO-PAGIBIG.
           MOVE 0 TO WS-RETRO-WTAX.
           IF WS-RETRO-LOADED = "N"
               PERFORM LOAD-RETRO-ADJUSTMENTS
           END-IF.
           IF WS-RETRO-OVERFLOW = "N"
               PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
                       UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
                   MOVE "N" TO RAJ-THIS-SLIP (WS-RETRO-SUB)
                   MOVE RAJ-RECORD (WS-RETRO-SUB) TO RETRO-ADJ-REC
                   IF RY-EMP-ID = EMPLOYEE_ID AND RY-PENDING
                       ADD RY-DIFF TO WS-RETRO-GROSS
                       ADD RY-SSS TO WS-RETRO-SSS
                       ADD RY-PHILHEALTH TO WS-RETRO-PHILHEALTH
                       ADD RY-PAGIBIG TO WS-RETRO-PAGIBIG
                       ADD RY-WTAX TO WS-RETRO-WTAX
                       MOVE "D" TO RY-STATUS
                       MOVE WS-BUSINESS-DATE TO RY-PAID-DATE
                       MOVE RETRO-ADJ-REC TO RAJ-RECORD (WS-RETRO-SUB)
                       MOVE "Y" TO RAJ-THIS-SLIP (WS-RETRO-SUB)
                       MOVE "Y" TO WS-RETRO-TOUCHED
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-RETRO-DED = WS-RETRO-SSS + WS-RETRO-PHILHEALTH
               + WS-RETRO-PAGIBIG + WS-RETRO-WTAX.
           IF WS-RETRO-GROSS > 0
               ADD WS-RETRO-GROSS TO GROSS_PAY
               ADD WS-RETRO-SSS TO SSS_DEDUCTION
               ADD WS-RETRO-PHILHEALTH TO PHILHEALTH_DEDUCTION
               ADD WS-RETRO-PAGIBIG TO PAGIBIG_DEDUCTION
               ADD WS-RETRO-WTAX TO WTAX_DEDUCTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "EMP=" EMPLOYEE_ID " RETRO PAID="
                   WS-RETRO-GROSS " DED=" WS-RETRO-DED
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM WRITE_AUDIT_LOG
           END-IF.

       LOAD-RETRO-ADJUSTMENTS.
           MOVE "Y" TO WS-RETRO-LOADED.
           MOVE 0 TO WS-RETRO-COUNT.
           OPEN INPUT RETRO-ADJUSTMENTS.
           IF WS-RY-FILE-STATUS = "00"
               MOVE "N" TO WS-TIME-EOF
               PERFORM UNTIL WS-TIME-EOF = "Y"
                   READ RETRO-ADJUSTMENTS
                       AT END
                           MOVE "Y" TO WS-TIME-EOF
                       NOT AT END
                           IF WS-RETRO-COUNT >= 500
                               MOVE "Y" TO WS-RETRO-OVERFLOW
                           ELSE
                               ADD 1 TO WS-RETRO-COUNT
                               MOVE RETRO-ADJ-REC
                                   TO RAJ-RECORD (WS-RETRO-COUNT)
                               MOVE "N"
                                   TO RAJ-THIS-SLIP (WS-RETRO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-ADJUSTMENTS
           END-IF.
           IF WS-RETRO-OVERFLOW = "Y"
               DISPLAY "WARNING: RETROADJ.DAT EXCEEDS 500 LINES -"
                   " NO RETRO PAY THIS RUN, FILE UNTOUCHED"
           END-IF.

       SAVE-RETRO-ADJUSTMENTS.
      *> Paid lines stay on file marked done - RETROPAY drops
      *> them once their year is over.
           OPEN OUTPUT RETRO-ADJUSTMENTS.
           PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
                   UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
               MOVE RAJ-RECORD (WS-RETRO-SUB) TO RETRO-ADJ-REC
               WRITE RETRO-ADJ-REC
           END-PERFORM.
           CLOSE RETRO-ADJUSTMENTS.

       WRITE_PAYSLIP.
           IF WS-PAYSLIP-OPENED = "N"
               OPEN OUTPUT PAYSLIP-FILE
           MOVE LOAN_DEDUCTION TO PS-LOAN-DED.
           MOVE TOTAL_DEDUCTIONS TO PS-TOTAL-DED.
           MOVE NET_PAY TO PS-NET-PAY.
           MOVE WS-RETRO-GROSS TO PS-RETRO-PAY.
           WRITE PAYSLIP-REC.
           PERFORM WRITE-EARNINGS-LINES.
           PERFORM WRITE-PAYROLL-HISTORY.
           PERFORM RECORD-PERIOD-PAYMENT.
           PERFORM UPDATE-PAYROLL-YTD.
           PERFORM WRITE-PAYROLL-CSV.
           PERFORM WRITE-BANK-DETAIL.

       WRITE-EARNINGS-LINES.
           IF WS-PE-OPENED = "N"
               OPEN OUTPUT PAY-EARNINGS
               MOVE "Y" TO WS-PE-OPENED
           END-IF.
           MOVE "W" TO WS-ERN-MODE.
           PERFORM BUILD-EARNINGS-LINES.

       SHOW-EARNINGS-LINES.
           DISPLAY "Earnings              Hours  Mult     Amount".
           MOVE "D" TO WS-ERN-MODE.
           PERFORM BUILD-EARNINGS-LINES.

       BUILD-EARNINGS-LINES.
      *> One line per item of the gross, so each premium shows
      *> on the slip on its own - hourly staff's day-type lines from
      *> PREMPAY, the sales and commission for the sales roles, and
      *> any leave monetized and retro pay added on top. The slip
      *> and PAYERN.DAT are built by this one paragraph so the two
      *> can never disagree.
           IF EMPLOYEE_PAY_TYPE = "H"
               PERFORM VARYING WS-PB-SUB FROM 1 BY 1
                       UNTIL WS-PB-SUB > PB-LINE-COUNT
                   MOVE PB-DESC (WS-PB-SUB) TO WS-ERN-DESC
                   MOVE PB-HOURS (WS-PB-SUB) TO WS-ERN-HOURS
                   MOVE PB-MULT (WS-PB-SUB) TO WS-ERN-MULT
                   MOVE PB-AMOUNT (WS-PB-SUB) TO WS-ERN-AMOUNT
                   PERFORM EMIT-EARNINGS-LINE
               END-PERFORM
           ELSE
               MOVE "SALES" TO WS-ERN-DESC
               MOVE 0 TO WS-ERN-HOURS
               MOVE 1 TO WS-ERN-MULT
               MOVE SALES_AMOUNT TO WS-ERN-AMOUNT
               PERFORM EMIT-EARNINGS-LINE
               MOVE "COMMISSION" TO WS-ERN-DESC
               MOVE WS-COMM-RATE TO WS-ERN-MULT
               MOVE COMMISSION TO WS-ERN-AMOUNT
               PERFORM EMIT-EARNINGS-LINE
           END-IF.
           MOVE 0 TO WS-ERN-HOURS.
           MOVE 1 TO WS-ERN-MULT.
           IF WS-LEAVE-MONEY > 0
               MOVE "LEAVE MONETIZED" TO WS-ERN-DESC
               MOVE WS-LEAVE-MONEY TO WS-ERN-AMOUNT
               PERFORM EMIT-EARNINGS-LINE
           END-IF.
           IF WS-RETRO-GROSS > 0
               MOVE "RETRO PAY" TO WS-ERN-DESC
               MOVE WS-RETRO-GROSS TO WS-ERN-AMOUNT
               PERFORM EMIT-EARNINGS-LINE
           END-IF.

       EMIT-EARNINGS-LINE.
           IF WS-ERN-MODE = "W"
               MOVE EMPLOYEE_ID TO PE-EMP-ID
               MOVE WS-PERIOD-ID TO PE-PERIOD-ID
               MOVE WS-ERN-DESC TO PE-DESC
               MOVE WS-ERN-HOURS TO PE-HOURS
               MOVE WS-ERN-MULT TO PE-MULT
               MOVE WS-ERN-AMOUNT TO PE-AMOUNT
               WRITE PAY-EARNINGS-REC
           ELSE
               MOVE WS-ERN-HOURS TO WS-ERN-HOURS-ED
               MOVE WS-ERN-MULT TO WS-ERN-MULT-ED
               MOVE WS-ERN-AMOUNT TO WS-ERN-AMOUNT-ED
               DISPLAY WS-ERN-DESC " " WS-ERN-HOURS-ED " "
                   WS-ERN-MULT-ED " " WS-ERN-AMOUNT-ED
           END-IF.

       TAKE-LOAN-DEDUCTION.
           MOVE 0 TO LOAN_DEDUCTION.
           IF WS-LOAN-LOADED = "N"
           MOVE WS-BUSINESS-DATE TO PH-PAY-DATE.
           MOVE SALES_AMOUNT TO PH-SALES-AMOUNT.
           MOVE COMMISSION TO PH-COMMISSION.
      *> The slip's own period keeps the regular line; any
      *> retro pay it carries goes down as R lines against the
      *> periods it belongs to, so each period's history tells the
      *> whole story of what it was paid.
           COMPUTE PH-GROSS = GROSS_PAY - WS-RETRO-GROSS.
           COMPUTE PH-SSS = SSS_DEDUCTION - WS-RETRO-SSS.
           COMPUTE PH-PHILHEALTH =
               PHILHEALTH_DEDUCTION - WS-RETRO-PHILHEALTH.
           COMPUTE PH-PAGIBIG = PAGIBIG_DEDUCTION - WS-RETRO-PAGIBIG.
           COMPUTE PH-WTAX = WTAX_DEDUCTION - WS-RETRO-WTAX.
           MOVE LOAN_DEDUCTION TO PH-LOAN-DED.
           COMPUTE PH-TOTAL-DED = TOTAL_DEDUCTIONS - WS-RETRO-DED.
           COMPUTE PH-NET = NET_PAY
               - (WS-RETRO-GROSS - WS-RETRO-DED).
           MOVE SPACE TO PH-LINE-TYPE.
           IF EMPLOYEE_PAY_TYPE = "H"
               MOVE "H" TO PH-PAY-TYPE
           ELSE
               MOVE "S" TO PH-PAY-TYPE
           END-IF.
           MOVE EMPLOYEE_HOURLY_RATE TO PH-HOURLY-RATE.
           MOVE WS-COMM-RATE TO PH-COMM-RATE.
           MOVE WS-BASIC-PAY TO PH-BASIC-PAY.
           WRITE PAY-HISTORY-REC.
           IF WS-RETRO-GROSS > 0
               PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
                       UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
                   IF RAJ-THIS-SLIP (WS-RETRO-SUB) = "Y"
                       MOVE RAJ-RECORD (WS-RETRO-SUB) TO RETRO-ADJ-REC
                       PERFORM WRITE-RETRO-HISTORY-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-RETRO-HISTORY-LINE.
           MOVE EMPLOYEE_ID TO PH-EMP-ID.
           MOVE EMPLOYEE_NAME TO PH-EMP-NAME.
           MOVE RY-PERIOD-ID TO PH-PERIOD-ID.
           MOVE WS-BUSINESS-DATE TO PH-PAY-DATE.
           MOVE 0 TO PH-SALES-AMOUNT.
           MOVE 0 TO PH-COMMISSION.
           MOVE RY-DIFF TO PH-GROSS.
           MOVE RY-SSS TO PH-SSS.
           MOVE RY-PHILHEALTH TO PH-PHILHEALTH.
           MOVE RY-PAGIBIG TO PH-PAGIBIG.
           MOVE RY-WTAX TO PH-WTAX.
           MOVE 0 TO PH-LOAN-DED.
           COMPUTE PH-TOTAL-DED = RY-SSS + RY-PHILHEALTH
               + RY-PAGIBIG + RY-WTAX.
           COMPUTE PH-NET = RY-DIFF - PH-TOTAL-DED.
           MOVE "R" TO PH-LINE-TYPE.
           MOVE RY-PAY-TYPE TO PH-PAY-TYPE.
           MOVE RY-NEW-RATE TO PH-HOURLY-RATE.
           MOVE RY-NEW-COMM-RATE TO PH-COMM-RATE.
           MOVE RY-DIFF TO PH-BASIC-PAY.
           WRITE PAY-HISTORY-REC.

       WRITE-BANK-DETAIL.
      *> One credit instruction per payslip. An employee with
      *> no bank account on the master stays on cheques - the slip
      *> still prints, the net pay is queued on CHEQUES.DAT for the
      *> cheque issue run, and the bank file is HELD at release
      *> because it no longer covers the run.
           IF WS-BF-OPENED = "N"
               PERFORM OPEN-BANK-FILE
           END-IF.
           IF EMPLOYEE_BANK_ACCT = SPACES
               ADD 1 TO WS-BNK-CHEQUE-COUNT
               PERFORM QUEUE-PAYROLL-CHEQUE
           ELSE
               MOVE "D" TO BFD-REC-TYPE
               MOVE EMPLOYEE_ID TO BFD-EMP-ID
               ADD GROSS_PAY TO WS-BNK-GROSS-CHECK
           END-IF.

       QUEUE-PAYROLL-CHEQUE.
           IF WS-CQ-OPENED = "N"
               OPEN EXTEND CHEQUE-QUEUE
               IF WS-CQ-FILE-STATUS = "35"
                   OPEN OUTPUT CHEQUE-QUEUE
               END-IF
               MOVE "Y" TO WS-CQ-OPENED
           END-IF.
           MOVE EMPLOYEE_ID TO CQ-EMP-ID.
           MOVE EMPLOYEE_NAME TO CQ-EMP-NAME.
           MOVE NET_PAY TO CQ-NET-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CQ-QUEUE-DATE.
           MOVE "PAYROLL" TO CQ-SOURCE.
           WRITE CHEQUE-QUEUE-REC.

       OPEN-BANK-FILE.
           OPEN INPUT BANK-CONTROL.
           IF WS-BKC-FILE-STATUS = "00"
      *> The hash totals are cross-checked against the run's
      *> gross control total before the file goes anywhere near the
      *> bank - a file that does not cover the whole run is HELD.
      *> A file that ties still waits for the supervisor's variance
      *> review (PAYVAR), which alone marks it RELEASED.
           MOVE "T" TO BFT-REC-TYPE.
           MOVE WS-BNK-DETAIL-COUNT TO BFT-REC-COUNT.
           MOVE WS-BNK-HASH-TOTAL TO BFT-HASH-TOTAL.
           IF WS-BNK-GROSS-CHECK = WS-CTL-GROSS-TOTAL
               MOVE "REVIEW" TO BFT-STATUS
               DISPLAY "BANK FILE AWAITING VARIANCE REVIEW - RUN"
                   " PAYVAR BEFORE UPLOAD"
           ELSE
               MOVE "HELD" TO BFT-STATUS
               DISPLAY "BANK FILE HELD - GROSS DOES NOT COVER RUN ("
                   MOVE WTAX_DEDUCTION TO YTD-WTAX
                   MOVE NET_PAY TO YTD-NET
                   MOVE WS-BUSINESS-DATE (1:4) TO YTD-YEAR
                   MOVE SPACE TO YTD-STATUS
                   MOVE 0 TO YTD-SEP-DATE
                   WRITE PAY-YTD-REC
               NOT INVALID KEY
                   MOVE EMPLOYEE_NAME TO YTD-EMP-NAME
                       MOVE WTAX_DEDUCTION TO YTD-WTAX
                       MOVE NET_PAY TO YTD-NET
                       MOVE WS-BUSINESS-DATE (1:4) TO YTD-YEAR
                       MOVE SPACE TO YTD-STATUS
                       MOVE 0 TO YTD-SEP-DATE
                   END-IF
                   REWRITE PAY-YTD-REC
           END-READ.
           IF WS-COMM-TABLE-LOADED = "N"
               PERFORM LOAD_COMMISSION_TABLE
           END-IF.
      *> A flat plan on the rate history pays its own rate on
      *> every peso of sales; everyone else is on the tiers.
           IF WS-COMM-PLAN = "F"
               MOVE WS-COMM-FLAT-RATE TO WS-COMM-RATE
           ELSE
               MOVE .050 TO WS-COMM-RATE
               PERFORM VARYING COMM-IDX FROM 1 BY 1
                       UNTIL COMM-IDX > 3
                   IF SALES_AMOUNT >= CT-LOW (COMM-IDX)
                           AND SALES_AMOUNT <= CT-HIGH (COMM-IDX)
                       MOVE CT-RATE (COMM-IDX) TO WS-COMM-RATE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD_COMMISSION_TABLE.
           MOVE 0 TO CT-LOW (1).
