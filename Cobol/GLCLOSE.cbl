       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
      *> Month-end general-ledger close. Closes the month after
      *> the last one on GLCTL.DAT - never the month the business
      *> date still sits in - by carrying each account's closing
      *> balance from the previous close forward as its opening,
      *> adding the month's journal debits and credits, and
      *> appending one GLBAL.DAT line per account with opening,
      *> activity and closing. The first close ever rolls every
      *> journal line before the month into the opening balances,
      *> once. A December close is also the year-end close: every
      *> revenue and expense account's balance is zeroed into
      *> retained earnings by YECLOSE journal lines dated the 31st,
      *> and the closing balances written reflect it. A close
      *> report prints the movement per account; the closing
      *> column must net to zero like the trial balance. The
      *> closed month is then marked CLOSED on PRDSTAT.DAT so no
      *> posting program can reach it again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT GL-BALANCES ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-FILE-STATUS.
           SELECT GL-CONTROL ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "GLCLSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-STATUS ASSIGN TO "PRDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  GL-BALANCES.
       COPY GLBAL.
       FD  GL-CONTROL.
       COPY GLCTL.
       FD  CHART-FILE.
       COPY CHART.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  CLOSE-REPORT.
       01  CL-PRINT-LINE              PIC X(132).
       FD  PERIOD-STATUS.
       COPY PRDSTAT.
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-GB-FILE-STATUS          PIC XX.
       01  WS-GC-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-PS-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUSINESS-PERIOD         PIC 9(6).
       01  WS-LAST-CLOSED             PIC 9(6) VALUE 0.
       01  WS-CLOSE-PERIOD            PIC 9(6).
       01  WS-CLOSE-YEAR              PIC 9(4).
       01  WS-CLOSE-MONTH             PIC 99.
       01  WS-LINE-PERIOD             PIC 9(6).
       01  WS-FIRST-CLOSE             PIC X VALUE "N".
       01  WS-YEAR-END                PIC X VALUE "N".
       01  WS-LINE-COUNT              PIC 9(6) VALUE 0.
       01  WS-YE-LINES                PIC 9(5) VALUE 0.
       01  WS-YE-NET                  PIC S9(12)V99 VALUE 0.
       01  WS-CLOSING-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-MONTH-DEBITS            PIC 9(13)V99 VALUE 0.
       01  WS-MONTH-CREDITS           PIC 9(13)V99 VALUE 0.
       01  WS-FIND-ACCT               PIC X(6).
      *> Retained earnings - the one equity account the year-end
      *> close writes. It must be on CHART.DAT before December is
      *> closed.
       01  WS-ACCT-RETAINED           PIC X(6) VALUE "310100".
       01  WS-CHART-COUNT             PIC 9(3) VALUE 0.
       01  WS-CHART-SUB               PIC 9(3).
       01  WS-CHART-FOUND             PIC X.
       01  CHART-TABLE-AREA.
           05  CHART-ENTRY OCCURS 200 TIMES.
               10  CH-ACCT-NO         PIC X(6).
               10  CH-ACCT-NAME       PIC X(30).
               10  CH-CLASS           PIC X.
      *> One row per account carrying a balance or activity. The
      *> close is refused past capacity - a dropped account would
      *> leave the closed balances out of balance for good.
       01  WS-BAL-COUNT               PIC 9(3) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(3).
       01  WS-BAL-FOUND               PIC X.
       01  WS-BAL-OVERFLOW            PIC X VALUE "N".
       01  BALANCE-TABLE-AREA.
           05  BAL-ENTRY OCCURS 300 TIMES.
               10  BT-ACCT-NO         PIC X(6).
               10  BT-OPENING         PIC S9(12)V99.
               10  BT-DEBIT           PIC 9(12)V99.
               10  BT-CREDIT          PIC 9(12)V99.
               10  BT-CLOSING         PIC S9(12)V99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-CL-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-CL-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CL-BUILD                PIC X(132).
       01  CL-DETAIL-LINE.
           05  CLD-ACCT-NO            PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CLD-ACCT-NAME          PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CLD-OPENING            PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CLD-DEBIT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CLD-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  CLD-CLOSING            PIC +ZZZ,ZZZ,ZZ9.99.
       01  CL-COLUMN-LINE.
           05  FILLER                 PIC X(39) VALUE
               "ACCOUNT NAME".
           05  FILLER                 PIC X(16) VALUE
               "         OPENING".
           05  FILLER                 PIC X(15) VALUE
               "          DEBIT".
           05  FILLER                 PIC X(15) VALUE
               "         CREDIT".
           05  FILLER                 PIC X(16) VALUE
               "         CLOSING".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-PERIOD.
           PERFORM PICK-CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD NOT < WS-BUSINESS-PERIOD
               DISPLAY "MONTH " WS-CLOSE-PERIOD " IS NOT OVER - "
                   "BUSINESS DATE " WS-BUSINESS-DATE
                   " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CHART-TABLE.
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART.DAT EMPTY OR MISSING - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-YEAR-END = "Y"
               MOVE WS-ACCT-RETAINED TO WS-FIND-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-FOUND = "N"
                   DISPLAY "RETAINED EARNINGS " WS-ACCT-RETAINED
                       " NOT ON CHART.DAT - YEAR-END CLOSE REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-FIRST-CLOSE = "N"
               PERFORM LOAD-PRIOR-BALANCES
           END-IF.
           PERFORM ROLL-JOURNAL-LINES.
           IF WS-BAL-OVERFLOW = "Y"
               DISPLAY "MORE THAN 300 ACCOUNTS CARRY BALANCES -"
                   " CLOSE REFUSED, NOTHING WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               COMPUTE BT-CLOSING (WS-BAL-SUB) =
                   BT-OPENING (WS-BAL-SUB)
                   + BT-DEBIT (WS-BAL-SUB)
                   - BT-CREDIT (WS-BAL-SUB)
           END-PERFORM.
           IF WS-YEAR-END = "Y"
               PERFORM CLOSE-INCOME-ACCOUNTS
           END-IF.
           PERFORM WRITE-CLOSED-BALANCES.
           OPEN OUTPUT GL-CONTROL.
           MOVE WS-CLOSE-PERIOD TO GC-LAST-CLOSED.
           MOVE WS-BUSINESS-DATE TO GC-CLOSE-DATE.
           WRITE GL-CONTROL-REC.
           CLOSE GL-CONTROL.
      *> The last line for a month is the one that counts, so the
      *> close simply appends its CLOSED line.
           OPEN EXTEND PERIOD-STATUS.
           IF WS-PS-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-STATUS
           END-IF.
           MOVE WS-CLOSE-PERIOD TO PS-PERIOD.
           MOVE "CLOSED" TO PS-STATUS.
           MOVE WS-BUSINESS-DATE TO PS-CHANGED-DATE.
           MOVE "GLCLOSE" TO PS-CHANGED-BY.
           WRITE PERIOD-STATUS-REC.
           CLOSE PERIOD-STATUS.
           PERFORM PRINT-CLOSE-REPORT.
           IF WS-CLOSING-TOTAL NOT = 0
               DISPLAY "CLOSED BALANCES OUT BY " WS-CLOSING-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "GL CLOSED " WS-CLOSE-PERIOD
               " - ACCOUNTS: " WS-BAL-COUNT
               " YEAR-END LINES: " WS-YE-LINES.
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

       PICK-CLOSE-PERIOD.
      *> The month after the last close; with no close on file,
      *> the month before the business date's.
           OPEN INPUT GL-CONTROL.
           IF WS-GC-FILE-STATUS = "00"
               READ GL-CONTROL
                   NOT AT END
                       MOVE GC-LAST-CLOSED TO WS-LAST-CLOSED
               END-READ
               CLOSE GL-CONTROL
           END-IF.
           IF WS-LAST-CLOSED = 0
               MOVE "Y" TO WS-FIRST-CLOSE
               MOVE WS-BUSINESS-PERIOD TO WS-LAST-CLOSED
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-LAST-CLOSED TO WS-CLOSE-PERIOD
               MOVE 0 TO WS-LAST-CLOSED
           ELSE
               DIVIDE WS-LAST-CLOSED BY 100 GIVING WS-CLOSE-YEAR
               COMPUTE WS-CLOSE-MONTH =
                   WS-LAST-CLOSED - WS-CLOSE-YEAR * 100
               IF WS-CLOSE-MONTH = 12
                   ADD 1 TO WS-CLOSE-YEAR
                   MOVE 1 TO WS-CLOSE-MONTH
               ELSE
                   ADD 1 TO WS-CLOSE-MONTH
               END-IF
               COMPUTE WS-CLOSE-PERIOD =
                   WS-CLOSE-YEAR * 100 + WS-CLOSE-MONTH
           END-IF.
           DIVIDE WS-CLOSE-PERIOD BY 100 GIVING WS-CLOSE-YEAR.
           COMPUTE WS-CLOSE-MONTH =
               WS-CLOSE-PERIOD - WS-CLOSE-YEAR * 100.
           IF WS-CLOSE-MONTH = 12
               MOVE "Y" TO WS-YEAR-END
           END-IF.

       STEP-BACK-ONE-MONTH.
           DIVIDE WS-LAST-CLOSED BY 100 GIVING WS-CLOSE-YEAR.
           COMPUTE WS-CLOSE-MONTH =
               WS-LAST-CLOSED - WS-CLOSE-YEAR * 100.
           IF WS-CLOSE-MONTH = 1
               SUBTRACT 1 FROM WS-CLOSE-YEAR
               MOVE 12 TO WS-CLOSE-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MONTH
           END-IF.
           COMPUTE WS-LAST-CLOSED =
               WS-CLOSE-YEAR * 100 + WS-CLOSE-MONTH.

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
                               MOVE CA-ACCT-NO
                                   TO CH-ACCT-NO (WS-CHART-COUNT)
                               MOVE CA-ACCT-NAME
                                   TO CH-ACCT-NAME (WS-CHART-COUNT)
                               MOVE CA-CLASS
                                   TO CH-CLASS (WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
                   OR WS-CHART-FOUND = "Y"
               IF CH-ACCT-NO (WS-CHART-SUB) = WS-FIND-ACCT
                   MOVE "Y" TO WS-CHART-FOUND
                   SUBTRACT 1 FROM WS-CHART-SUB
               END-IF
           END-PERFORM.

       FIND-OR-ADD-BALANCE-ROW.
           MOVE "N" TO WS-BAL-FOUND.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   OR WS-BAL-FOUND = "Y"
               IF BT-ACCT-NO (WS-BAL-SUB) = WS-FIND-ACCT
                   MOVE "Y" TO WS-BAL-FOUND
                   SUBTRACT 1 FROM WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND = "N"
               IF WS-BAL-COUNT >= 300
                   MOVE "Y" TO WS-BAL-OVERFLOW
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-FIND-ACCT TO BT-ACCT-NO (WS-BAL-SUB)
                   MOVE 0 TO BT-OPENING (WS-BAL-SUB)
                   MOVE 0 TO BT-DEBIT (WS-BAL-SUB)
                   MOVE 0 TO BT-CREDIT (WS-BAL-SUB)
                   MOVE 0 TO BT-CLOSING (WS-BAL-SUB)
                   MOVE "Y" TO WS-BAL-FOUND
               END-IF
           END-IF.

       LOAD-PRIOR-BALANCES.
      *> Last close's closing balances open this month.
           OPEN INPUT GL-BALANCES.
           IF WS-GB-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-BALANCES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GB-PERIOD = WS-LAST-CLOSED
                               MOVE GB-ACCT-NO TO WS-FIND-ACCT
                               PERFORM FIND-OR-ADD-BALANCE-ROW
                               IF WS-BAL-FOUND = "Y"
                                   MOVE GB-CLOSING
                                       TO BT-OPENING (WS-BAL-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCES
           END-IF.

       ROLL-JOURNAL-LINES.
           OPEN INPUT GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM ROLL-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       ROLL-ONE-JOURNAL-LINE.
           DIVIDE GJ-BUSINESS-DATE BY 100 GIVING WS-LINE-PERIOD.
           EVALUATE TRUE
               WHEN WS-LINE-PERIOD = WS-CLOSE-PERIOD
                   MOVE GJ-ACCT-NO TO WS-FIND-ACCT
                   PERFORM FIND-OR-ADD-BALANCE-ROW
                   IF WS-BAL-FOUND = "Y"
                       ADD 1 TO WS-LINE-COUNT
                       ADD GJ-DEBIT TO BT-DEBIT (WS-BAL-SUB)
                       ADD GJ-CREDIT TO BT-CREDIT (WS-BAL-SUB)
                       ADD GJ-DEBIT TO WS-MONTH-DEBITS
                       ADD GJ-CREDIT TO WS-MONTH-CREDITS
                   END-IF
               WHEN WS-LINE-PERIOD < WS-CLOSE-PERIOD
                       AND WS-FIRST-CLOSE = "Y"
      *> First close only - everything before the month is the
      *> opening position.
                   MOVE GJ-ACCT-NO TO WS-FIND-ACCT
                   PERFORM FIND-OR-ADD-BALANCE-ROW
                   IF WS-BAL-FOUND = "Y"
                       COMPUTE BT-OPENING (WS-BAL-SUB) =
                           BT-OPENING (WS-BAL-SUB)
                           + GJ-DEBIT - GJ-CREDIT
                   END-IF
      *> Later months, and months already in GLBAL, are not
      *> this close's business.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-INCOME-ACCOUNTS.
      *> Year-end: each revenue and expense balance is reversed
      *> to zero by a YECLOSE line dated the 31st of December, and
      *> the net lands in retained earnings.
           OPEN EXTEND GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           MOVE 0 TO WS-YE-NET.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE BT-ACCT-NO (WS-BAL-SUB) TO WS-FIND-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-FOUND = "Y"
                       AND (CH-CLASS (WS-CHART-SUB) = "R"
                       OR CH-CLASS (WS-CHART-SUB) = "X")
                       AND BT-CLOSING (WS-BAL-SUB) NOT = 0
                   PERFORM ZERO-ONE-INCOME-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-YE-NET NOT = 0
               MOVE WS-ACCT-RETAINED TO WS-FIND-ACCT
               PERFORM FIND-OR-ADD-BALANCE-ROW
               MOVE WS-ACCT-RETAINED TO GJ-ACCT-NO
               IF WS-YE-NET > 0
                   MOVE WS-YE-NET TO GJ-DEBIT
                   MOVE 0 TO GJ-CREDIT
               ELSE
                   MOVE 0 TO GJ-DEBIT
                   COMPUTE GJ-CREDIT = 0 - WS-YE-NET
               END-IF
               PERFORM WRITE-YEAR-END-LINE
               ADD WS-YE-NET TO BT-CLOSING (WS-BAL-SUB)
           END-IF.
           CLOSE GL-JOURNAL.

       ZERO-ONE-INCOME-ACCOUNT.
           MOVE BT-ACCT-NO (WS-BAL-SUB) TO GJ-ACCT-NO.
           IF BT-CLOSING (WS-BAL-SUB) > 0
               MOVE 0 TO GJ-DEBIT
               MOVE BT-CLOSING (WS-BAL-SUB) TO GJ-CREDIT
           ELSE
               COMPUTE GJ-DEBIT = 0 - BT-CLOSING (WS-BAL-SUB)
               MOVE 0 TO GJ-CREDIT
           END-IF.
           PERFORM WRITE-YEAR-END-LINE.
           ADD BT-CLOSING (WS-BAL-SUB) TO WS-YE-NET.
           MOVE 0 TO BT-CLOSING (WS-BAL-SUB).

       WRITE-YEAR-END-LINE.
           COMPUTE GJ-BUSINESS-DATE = WS-CLOSE-PERIOD * 100 + 31.
           MOVE "YECLOSE" TO GJ-SOURCE.
           MOVE "YEAR-END CLOSE" TO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-REC.
           ADD 1 TO WS-YE-LINES.

       WRITE-CLOSED-BALANCES.
           OPEN EXTEND GL-BALANCES.
           IF WS-GB-FILE-STATUS = "35"
               OPEN OUTPUT GL-BALANCES
           END-IF.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE WS-CLOSE-PERIOD TO GB-PERIOD
               MOVE BT-ACCT-NO (WS-BAL-SUB) TO GB-ACCT-NO
               MOVE BT-OPENING (WS-BAL-SUB) TO GB-OPENING
               MOVE BT-DEBIT (WS-BAL-SUB) TO GB-MONTH-DEBIT
               MOVE BT-CREDIT (WS-BAL-SUB) TO GB-MONTH-CREDIT
               MOVE BT-CLOSING (WS-BAL-SUB) TO GB-CLOSING
               WRITE GL-BALANCE-REC
               ADD BT-CLOSING (WS-BAL-SUB) TO WS-CLOSING-TOTAL
           END-PERFORM.
           CLOSE GL-BALANCES.

       PRINT-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT.
           MOVE 0 TO WS-CL-PAGE-NO.
           MOVE 99 TO WS-CL-LINE-COUNT.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE BT-ACCT-NO (WS-BAL-SUB) TO CLD-ACCT-NO
               MOVE BT-ACCT-NO (WS-BAL-SUB) TO WS-FIND-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-FOUND = "Y"
                   MOVE CH-ACCT-NAME (WS-CHART-SUB) TO CLD-ACCT-NAME
               ELSE
                   MOVE "(NOT ON CHART)" TO CLD-ACCT-NAME
               END-IF
               MOVE BT-OPENING (WS-BAL-SUB) TO CLD-OPENING
               MOVE BT-DEBIT (WS-BAL-SUB) TO CLD-DEBIT
               MOVE BT-CREDIT (WS-BAL-SUB) TO CLD-CREDIT
               MOVE BT-CLOSING (WS-BAL-SUB) TO CLD-CLOSING
               MOVE CL-DETAIL-LINE TO WS-CL-BUILD
               PERFORM WRITE-CLOSE-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CL-BUILD.
           STRING "PERIOD " WS-CLOSE-PERIOD
               "  JOURNAL LINES: " WS-LINE-COUNT
               "  DEBITS: " WS-MONTH-DEBITS
               "  CREDITS: " WS-MONTH-CREDITS
               DELIMITED BY SIZE INTO WS-CL-BUILD.
           PERFORM WRITE-CLOSE-LINE.
           IF WS-YEAR-END = "Y"
               MOVE SPACES TO WS-CL-BUILD
               STRING "YEAR-END CLOSE LINES: " WS-YE-LINES
                   "  TO RETAINED EARNINGS " WS-ACCT-RETAINED
                   DELIMITED BY SIZE INTO WS-CL-BUILD
               PERFORM WRITE-CLOSE-LINE
           END-IF.
           MOVE WS-BAL-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-CL-BUILD.
           PERFORM WRITE-CLOSE-LINE.
           CLOSE CLOSE-REPORT.

       START-CLOSE-PAGE.
           ADD 1 TO WS-CL-PAGE-NO.
           MOVE "GL MONTH-END CLOSE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CL-PAGE-NO TO RPT-H-PAGE.
           WRITE CL-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE CL-PRINT-LINE FROM CL-COLUMN-LINE.
           MOVE 0 TO WS-CL-LINE-COUNT.

       WRITE-CLOSE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-CL-LINE-COUNT >= 55
               PERFORM START-CLOSE-PAGE
           END-IF.
           WRITE CL-PRINT-LINE FROM WS-CL-BUILD.
           ADD 1 TO WS-CL-LINE-COUNT.
