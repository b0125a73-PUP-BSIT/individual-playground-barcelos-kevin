       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
      *> Budget-versus-actual variance report for the month just
      *> ended - the month before the business date - and the
      *> calendar year to date through it. Actuals are summed off
      *> GLJRNL.DAT in each account's normal direction (the
      *> year-end close lines are left out, or December revenue
      *> and expense would read as nil); the budget is the
      *> current revised figure on BUDGET.DAT. Every chart account
      *> with a budget or activity prints budget, actual, peso
      *> variance and percent variance for the month and the year
      *> to date. A variance past the tolerance the wrong way - an
      *> expense over budget, revenue short of it - is starred.
      *> Salary expense gets its own watch line against the
      *> payroll budget at the foot of the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-KEY
               FILE STATUS IS WS-BU-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "BUDVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGET.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  CHART-FILE.
       COPY CHART.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  VARIANCE-REPORT.
       01  BV-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-BU-FILE-STATUS          PIC XX.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD                  PIC 9(6).
       01  WS-YEAR                    PIC 9(4).
       01  WS-MONTH                   PIC 99.
       01  WS-YEAR-START              PIC 9(6).
       01  WS-LINE-PERIOD             PIC 9(6).
       01  WS-NATURAL                 PIC S9(11)V99.
      *> Percent past which a variance is starred, and the account
      *> watched against the payroll budget.
       01  WS-TOLERANCE-PCT           PIC 9(3) VALUE 10.
       01  WS-ACCT-SALARY-EXP         PIC X(6) VALUE "510100".
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SALARY-FLAGGED          PIC X VALUE "N".
       01  WS-FIND-ACCT               PIC X(6).
       01  WS-CHART-COUNT             PIC 9(3) VALUE 0.
       01  WS-CHART-SUB               PIC 9(3).
       01  WS-CHART-FOUND             PIC X.
       01  CHART-TABLE-AREA.
           05  CHART-ENTRY OCCURS 200 TIMES.
               10  VT-ACCT-NO         PIC X(6).
               10  VT-ACCT-NAME       PIC X(30).
               10  VT-NORMAL-SIDE     PIC X.
               10  VT-MONTH-BUDGET    PIC 9(11)V99.
               10  VT-YTD-BUDGET      PIC 9(11)V99.
               10  VT-MONTH-ACTUAL    PIC S9(11)V99.
               10  VT-YTD-ACTUAL      PIC S9(11)V99.
               10  VT-HAS-BUDGET      PIC X.
      *> One month-or-year comparison at a time.
       01  WS-CMP-BUDGET              PIC 9(11)V99.
       01  WS-CMP-ACTUAL              PIC S9(11)V99.
       01  WS-CMP-VARIANCE            PIC S9(11)V99.
       01  WS-CMP-PCT                 PIC S9(5)V9.
       01  WS-CMP-FLAG                PIC X.
      *> Report page handling - the shop's 55-line standard.
       01  WS-BV-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-BV-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-BV-BUILD                PIC X(132).
       01  BV-DETAIL-LINE.
           05  BVD-ACCT-NO            PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  BVD-ACCT-NAME          PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  BVD-MONTH-BLOCK.
               10  BVD-M-BUDGET       PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-M-ACTUAL       PIC -Z,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-M-VARIANCE     PIC -ZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-M-PCT          PIC -ZZ9.9.
               10  BVD-M-FLAG         PIC X.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  BVD-YTD-BLOCK.
               10  BVD-Y-BUDGET       PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-Y-ACTUAL       PIC -Z,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-Y-VARIANCE     PIC -ZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1) VALUE SPACES.
               10  BVD-Y-PCT          PIC -ZZ9.9.
               10  BVD-Y-FLAG         PIC X.
       01  BV-COLUMN-LINE-1.
           05  FILLER                 PIC X(28) VALUE SPACES.
           05  FILLER                 PIC X(51) VALUE
               "------------------- MONTH -------------------".
           05  FILLER                 PIC X(51) VALUE
               "---------------- YEAR TO DATE ----------------".
       01  BV-COLUMN-LINE-2.
           05  FILLER                 PIC X(28) VALUE
               "ACCOUNT NAME".
           05  FILLER                 PIC X(51) VALUE
               "       BUDGET        ACTUAL       VARIANCE      %".
           05  FILLER                 PIC X(51) VALUE
               "       BUDGET        ACTUAL       VARIANCE      %".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM PICK-REPORT-PERIOD.
           PERFORM LOAD-CHART-TABLE.
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART.DAT EMPTY OR MISSING - NO REPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BUDGETS.
           PERFORM ROLL-JOURNAL-ACTUALS.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE 0 TO WS-BV-PAGE-NO.
           MOVE 99 TO WS-BV-LINE-COUNT.
           MOVE SPACES TO WS-BV-BUILD.
           STRING "MONTH " WS-PERIOD "  YEAR TO DATE FROM "
               WS-YEAR-START "  * = PAST " WS-TOLERANCE-PCT
               "% OVER BUDGET (EXPENSE) OR SHORT OF IT (REVENUE)"
               DELIMITED BY SIZE INTO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
               IF VT-HAS-BUDGET (WS-CHART-SUB) = "Y"
                       OR VT-MONTH-ACTUAL (WS-CHART-SUB) NOT = 0
                       OR VT-YTD-ACTUAL (WS-CHART-SUB) NOT = 0
                   PERFORM PRINT-ONE-ACCOUNT
                   ADD 1 TO WS-LISTED-COUNT
                   IF BVD-M-FLAG = "*" OR BVD-Y-FLAG = "*"
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PRINT-SALARY-WATCH.
           MOVE SPACES TO WS-BV-BUILD.
           STRING "ACCOUNTS LISTED: " WS-LISTED-COUNT
               "  PAST TOLERANCE: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE WS-LISTED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.
           CLOSE VARIANCE-REPORT.
           DISPLAY "BUDGET VARIANCE " WS-PERIOD
               " - ACCOUNTS: " WS-LISTED-COUNT
               " PAST TOLERANCE: " WS-FLAGGED-COUNT.
           IF WS-SALARY-FLAGGED = "Y"
               DISPLAY "SALARY EXPENSE " WS-ACCT-SALARY-EXP
                   " OVER THE PAYROLL BUDGET - SEE BUDVAR.DAT"
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

       PICK-REPORT-PERIOD.
      *> The month just ended; January reports last December.
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-PERIOD.
           DIVIDE WS-PERIOD BY 100 GIVING WS-YEAR.
           COMPUTE WS-MONTH = WS-PERIOD - WS-YEAR * 100.
           IF WS-MONTH = 1
               SUBTRACT 1 FROM WS-YEAR
               MOVE 12 TO WS-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MONTH
           END-IF.
           COMPUTE WS-PERIOD = WS-YEAR * 100 + WS-MONTH.
           COMPUTE WS-YEAR-START = WS-YEAR * 100 + 1.

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF WS-CA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHART-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CHART-COUNT < 200
                               ADD 1 TO WS-CHART-COUNT
                               PERFORM ADD-CHART-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       ADD-CHART-ENTRY.
           MOVE CA-ACCT-NO TO VT-ACCT-NO (WS-CHART-COUNT).
           MOVE CA-ACCT-NAME TO VT-ACCT-NAME (WS-CHART-COUNT).
           MOVE CA-NORMAL-SIDE TO VT-NORMAL-SIDE (WS-CHART-COUNT).
           MOVE 0 TO VT-MONTH-BUDGET (WS-CHART-COUNT).
           MOVE 0 TO VT-YTD-BUDGET (WS-CHART-COUNT).
           MOVE 0 TO VT-MONTH-ACTUAL (WS-CHART-COUNT).
           MOVE 0 TO VT-YTD-ACTUAL (WS-CHART-COUNT).
           MOVE "N" TO VT-HAS-BUDGET (WS-CHART-COUNT).

       FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
                   OR WS-CHART-FOUND = "Y"
               IF VT-ACCT-NO (WS-CHART-SUB) = WS-FIND-ACCT
                   MOVE "Y" TO WS-CHART-FOUND
                   SUBTRACT 1 FROM WS-CHART-SUB
               END-IF
           END-PERFORM.

       LOAD-BUDGETS.
      *> The revised budget is the plan in force; the original
      *> stays on the file for the maintenance log to answer to.
           OPEN INPUT BUDGET-FILE.
           IF WS-BU-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BUDGET-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF BU-PERIOD >= WS-YEAR-START
                                   AND BU-PERIOD <= WS-PERIOD
                               PERFORM TAKE-ONE-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               DISPLAY "BUDGET.DAT NOT AVAILABLE - STATUS "
                   WS-BU-FILE-STATUS " - ACTUALS ONLY"
           END-IF.

       TAKE-ONE-BUDGET.
           MOVE BU-ACCT-NO TO WS-FIND-ACCT.
           PERFORM FIND-CHART-ACCOUNT.
           IF WS-CHART-FOUND = "Y"
               MOVE "Y" TO VT-HAS-BUDGET (WS-CHART-SUB)
               ADD BU-REVISED TO VT-YTD-BUDGET (WS-CHART-SUB)
               IF BU-PERIOD = WS-PERIOD
                   ADD BU-REVISED TO VT-MONTH-BUDGET (WS-CHART-SUB)
               END-IF
           END-IF.

       ROLL-JOURNAL-ACTUALS.
           OPEN INPUT GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           DIVIDE GJ-BUSINESS-DATE BY 100
                               GIVING WS-LINE-PERIOD
                           IF WS-LINE-PERIOD >= WS-YEAR-START
                                   AND WS-LINE-PERIOD <= WS-PERIOD
                                   AND GJ-SOURCE NOT = "YECLOSE"
                               PERFORM TAKE-ONE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       TAKE-ONE-ACTUAL.
           MOVE GJ-ACCT-NO TO WS-FIND-ACCT.
           PERFORM FIND-CHART-ACCOUNT.
           IF WS-CHART-FOUND = "Y"
               IF VT-NORMAL-SIDE (WS-CHART-SUB) = "C"
                   COMPUTE WS-NATURAL = GJ-CREDIT - GJ-DEBIT
               ELSE
                   COMPUTE WS-NATURAL = GJ-DEBIT - GJ-CREDIT
               END-IF
               ADD WS-NATURAL TO VT-YTD-ACTUAL (WS-CHART-SUB)
               IF WS-LINE-PERIOD = WS-PERIOD
                   ADD WS-NATURAL TO VT-MONTH-ACTUAL (WS-CHART-SUB)
               END-IF
           END-IF.

       PRINT-ONE-ACCOUNT.
           MOVE VT-ACCT-NO (WS-CHART-SUB) TO BVD-ACCT-NO.
           MOVE VT-ACCT-NAME (WS-CHART-SUB) TO BVD-ACCT-NAME.
           MOVE VT-MONTH-BUDGET (WS-CHART-SUB) TO WS-CMP-BUDGET.
           MOVE VT-MONTH-ACTUAL (WS-CHART-SUB) TO WS-CMP-ACTUAL.
           PERFORM COMPARE-BUDGET-ACTUAL.
           MOVE WS-CMP-BUDGET TO BVD-M-BUDGET.
           MOVE WS-CMP-ACTUAL TO BVD-M-ACTUAL.
           MOVE WS-CMP-VARIANCE TO BVD-M-VARIANCE.
           MOVE WS-CMP-PCT TO BVD-M-PCT.
           MOVE WS-CMP-FLAG TO BVD-M-FLAG.
           IF WS-CMP-BUDGET = 0
               MOVE SPACES TO BVD-MONTH-BLOCK (44:6)
           END-IF.
           MOVE VT-YTD-BUDGET (WS-CHART-SUB) TO WS-CMP-BUDGET.
           MOVE VT-YTD-ACTUAL (WS-CHART-SUB) TO WS-CMP-ACTUAL.
           PERFORM COMPARE-BUDGET-ACTUAL.
           MOVE WS-CMP-BUDGET TO BVD-Y-BUDGET.
           MOVE WS-CMP-ACTUAL TO BVD-Y-ACTUAL.
           MOVE WS-CMP-VARIANCE TO BVD-Y-VARIANCE.
           MOVE WS-CMP-PCT TO BVD-Y-PCT.
           MOVE WS-CMP-FLAG TO BVD-Y-FLAG.
           IF WS-CMP-BUDGET = 0
               MOVE SPACES TO BVD-YTD-BLOCK (44:6)
           END-IF.
           MOVE BV-DETAIL-LINE TO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.

       COMPARE-BUDGET-ACTUAL.
      *> Variance is actual less budget in the account's normal
      *> direction. Percent is of budget - with no budget there is
      *> no percent, and any spend at all is past tolerance.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-BUDGET.
           MOVE 0 TO WS-CMP-PCT.
           IF WS-CMP-BUDGET NOT = 0
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-VARIANCE * 100 / WS-CMP-BUDGET
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-CMP-PCT
               END-COMPUTE
               IF WS-CMP-PCT > 999.9
                   MOVE 999.9 TO WS-CMP-PCT
               END-IF
               IF WS-CMP-PCT < -999.9
                   MOVE -999.9 TO WS-CMP-PCT
               END-IF
           END-IF.
           MOVE SPACE TO WS-CMP-FLAG.
           IF VT-NORMAL-SIDE (WS-CHART-SUB) = "C"
               IF WS-CMP-VARIANCE < 0
                       AND WS-CMP-PCT < 0 - WS-TOLERANCE-PCT
                   MOVE "*" TO WS-CMP-FLAG
               END-IF
           ELSE
               IF WS-CMP-VARIANCE > 0
                   IF WS-CMP-BUDGET = 0
                           OR WS-CMP-PCT > WS-TOLERANCE-PCT
                       MOVE "*" TO WS-CMP-FLAG
                   END-IF
               END-IF
           END-IF.

       PRINT-SALARY-WATCH.
      *> Payroll is the largest single spend - its line repeats
      *> here whether or not it was starred above.
           MOVE SPACES TO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE "PAYROLL BUDGET WATCH" TO WS-BV-BUILD.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE WS-ACCT-SALARY-EXP TO WS-FIND-ACCT.
           PERFORM FIND-CHART-ACCOUNT.
           IF WS-CHART-FOUND = "N"
               MOVE SPACES TO WS-BV-BUILD
               STRING "SALARY EXPENSE " WS-ACCT-SALARY-EXP
                   " NOT ON CHART.DAT" DELIMITED BY SIZE
                   INTO WS-BV-BUILD
               PERFORM WRITE-VARIANCE-LINE
           ELSE
               PERFORM PRINT-ONE-ACCOUNT
               MOVE SPACES TO WS-BV-BUILD
               IF BVD-M-FLAG = "*" OR BVD-Y-FLAG = "*"
                   MOVE "Y" TO WS-SALARY-FLAGGED
                   MOVE "*** SALARY EXPENSE PAST THE PAYROLL BUDGET"
                       TO WS-BV-BUILD
               ELSE
                   IF VT-HAS-BUDGET (WS-CHART-SUB) = "N"
                       MOVE "*** NO PAYROLL BUDGET LOADED"
                           TO WS-BV-BUILD
                   ELSE
                       MOVE "SALARY EXPENSE WITHIN THE PAYROLL BUDGET"
                           TO WS-BV-BUILD
                   END-IF
               END-IF
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       START-VARIANCE-PAGE.
           ADD 1 TO WS-BV-PAGE-NO.
           MOVE "BUDGET VS ACTUAL VARIANCE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-BV-PAGE-NO TO RPT-H-PAGE.
           WRITE BV-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE BV-PRINT-LINE FROM BV-COLUMN-LINE-1.
           WRITE BV-PRINT-LINE FROM BV-COLUMN-LINE-2.
           MOVE 0 TO WS-BV-LINE-COUNT.

       WRITE-VARIANCE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-BV-LINE-COUNT >= 55
               PERFORM START-VARIANCE-PAGE
           END-IF.
           WRITE BV-PRINT-LINE FROM WS-BV-BUILD.
           ADD 1 TO WS-BV-LINE-COUNT.
