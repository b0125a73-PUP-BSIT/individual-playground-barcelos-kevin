       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
      *> Financial statements for the last month GLCLOSE closed.
      *> Reads only the closed balances on GLBAL.DAT, never the
      *> journal, and prints to FINSTMT.DAT:
      *>   - a comparative income statement - this month, year to
      *>     date and the same month last year - revenue and
      *>     expense accounts grouped by their chart statement
      *>     line with group subtotals and net income;
      *>   - a balance sheet of closing balances - assets,
      *>     liabilities and equity by statement line, with the
      *>     revenue and expense balances not yet closed to
      *>     retained earnings shown as current year earnings -
      *>     and a check that it balances.
      *> Accounts on GLBAL but not classified on CHART.DAT are
      *> listed separately and fail the balance check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT STATEMENT-REPORT ASSIGN TO "FINSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCES.
       COPY GLBAL.
       FD  GL-CONTROL.
       COPY GLCTL.
       FD  CHART-FILE.
       COPY CHART.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  STATEMENT-REPORT.
       01  FS-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-GB-FILE-STATUS          PIC XX.
       01  WS-GC-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD                  PIC 9(6) VALUE 0.
       01  WS-YEAR-START              PIC 9(6).
       01  WS-LAST-YEAR-PERIOD        PIC 9(6).
       01  WS-FIND-ACCT               PIC X(6).
       01  WS-STMT-CLASS              PIC X.
       01  WS-STMT-GROUP              PIC X(20).
       01  WS-SECTION-NAME            PIC X(20).
       01  WS-SIGN                    PIC S9 VALUE 1.
       01  WS-ONE-COLUMN              PIC X VALUE "N".
       01  WS-LINE-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNCLASSIFIED            PIC 9(3) VALUE 0.
      *> One row per chart account, plus any account found on
      *> GLBAL that the chart does not carry. Amounts are held
      *> debit positive; the print paragraphs turn credit-side
      *> classes around.
       01  WS-ACCT-COUNT              PIC 9(3) VALUE 0.
       01  WS-ACCT-SUB                PIC 9(3).
       01  WS-GROUP-SUB               PIC 9(3).
       01  WS-ACCT-FOUND              PIC X.
       01  WS-ACCT-OVERFLOW           PIC X VALUE "N".
       01  ACCOUNT-TABLE-AREA.
           05  ACCT-ENTRY OCCURS 250 TIMES.
               10  FT-ACCT-NO         PIC X(6).
               10  FT-ACCT-NAME       PIC X(30).
               10  FT-CLASS           PIC X.
               10  FT-GROUP           PIC X(20).
               10  FT-PRINTED         PIC X.
               10  FT-MONTH           PIC S9(12)V99.
               10  FT-YTD             PIC S9(12)V99.
               10  FT-LAST-YEAR       PIC S9(12)V99.
               10  FT-CLOSING         PIC S9(12)V99.
      *> Section and group accumulators - month, year to date,
      *> last year for the income statement; closing only on the
      *> balance sheet.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-MONTH           PIC S9(12)V99.
           05  WS-GRP-YTD             PIC S9(12)V99.
           05  WS-GRP-LAST-YEAR       PIC S9(12)V99.
       01  WS-SECTION-TOTALS.
           05  WS-SEC-MONTH           PIC S9(12)V99.
           05  WS-SEC-YTD             PIC S9(12)V99.
           05  WS-SEC-LAST-YEAR       PIC S9(12)V99.
       01  WS-REVENUE-TOTALS.
           05  WS-REV-MONTH           PIC S9(12)V99.
           05  WS-REV-YTD             PIC S9(12)V99.
           05  WS-REV-LAST-YEAR       PIC S9(12)V99.
       01  WS-TOTAL-ASSETS            PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LIABILITIES       PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-EQUITY            PIC S9(12)V99 VALUE 0.
       01  WS-CURRENT-EARNINGS        PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-LIAB-EQUITY       PIC S9(12)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE          PIC S9(12)V99 VALUE 0.
      *> Report page handling - the shop's 55-line standard.
       01  WS-FS-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-FS-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-FS-BUILD                PIC X(132).
       01  FS-TEXT-LINE.
           05  FST-INDENT             PIC X(4).
           05  FST-TEXT               PIC X(40).
       01  FS-AMOUNT-LINE.
           05  FSA-INDENT             PIC X(4).
           05  FSA-ACCT-NO            PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSA-LABEL              PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSA-MONTH              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSA-YTD                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSA-LAST-YEAR          PIC -ZZZ,ZZZ,ZZ9.99.
       01  FS-IS-COLUMN-LINE.
           05  FILLER                 PIC X(44) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "     THIS MONTH".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "   YEAR TO DATE".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "SAME MO LAST YR".
       01  FS-BS-COLUMN-LINE.
           05  FILLER                 PIC X(44) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "        BALANCE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT GL-CONTROL.
           IF WS-GC-FILE-STATUS = "00"
               READ GL-CONTROL
                   NOT AT END
                       MOVE GC-LAST-CLOSED TO WS-PERIOD
               END-READ
               CLOSE GL-CONTROL
           END-IF.
           IF WS-PERIOD = 0
               DISPLAY "NO MONTH CLOSED ON GLCTL.DAT - RUN GLCLOSE"
                   " FIRST - NO STATEMENTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DIVIDE WS-PERIOD BY 100 GIVING WS-YEAR-START.
           COMPUTE WS-YEAR-START = WS-YEAR-START * 100 + 1.
           COMPUTE WS-LAST-YEAR-PERIOD = WS-PERIOD - 100.
           PERFORM LOAD-CHART-TABLE.
           PERFORM LOAD-CLOSED-BALANCES.
           IF WS-ACCT-OVERFLOW = "Y"
               DISPLAY "MORE THAN 250 ACCOUNTS ON CHART AND GLBAL -"
                   " NO STATEMENTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT.
           MOVE 0 TO WS-FS-PAGE-NO.
           PERFORM PRINT-INCOME-STATEMENT.
           PERFORM PRINT-BALANCE-SHEET.
           MOVE WS-LINE-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           CLOSE STATEMENT-REPORT.
           IF WS-OUT-OF-BALANCE NOT = 0
               DISPLAY "BALANCE SHEET OUT OF BALANCE BY "
                   WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-UNCLASSIFIED > 0
               DISPLAY WS-UNCLASSIFIED " ACCOUNT(S) WITH BALANCES"
                   " NOT CLASSIFIED ON CHART.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "FINANCIAL STATEMENTS FOR " WS-PERIOD
               " - ACCOUNT LINES: " WS-LINE-COUNT.
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

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF WS-CA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHART-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CA-ACCT-NO TO WS-FIND-ACCT
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF WS-ACCT-FOUND = "Y"
                               MOVE CA-ACCT-NAME
                                   TO FT-ACCT-NAME (WS-ACCT-SUB)
                               MOVE CA-CLASS
                                   TO FT-CLASS (WS-ACCT-SUB)
                               MOVE CA-STMT-GROUP
                                   TO FT-GROUP (WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND = "Y"
               IF FT-ACCT-NO (WS-ACCT-SUB) = WS-FIND-ACCT
                   MOVE "Y" TO WS-ACCT-FOUND
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = "N"
               IF WS-ACCT-COUNT >= 250
                   MOVE "Y" TO WS-ACCT-OVERFLOW
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE WS-FIND-ACCT TO FT-ACCT-NO (WS-ACCT-SUB)
                   MOVE "(NOT ON CHART)" TO FT-ACCT-NAME (WS-ACCT-SUB)
                   MOVE SPACE TO FT-CLASS (WS-ACCT-SUB)
                   MOVE SPACES TO FT-GROUP (WS-ACCT-SUB)
                   MOVE "N" TO FT-PRINTED (WS-ACCT-SUB)
                   MOVE 0 TO FT-MONTH (WS-ACCT-SUB)
                   MOVE 0 TO FT-YTD (WS-ACCT-SUB)
                   MOVE 0 TO FT-LAST-YEAR (WS-ACCT-SUB)
                   MOVE 0 TO FT-CLOSING (WS-ACCT-SUB)
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-IF.

       LOAD-CLOSED-BALANCES.
      *> The month, the year to date and the same month a year
      *> back all come from closed balance lines; the closing
      *> balance from the month itself.
           OPEN INPUT GL-BALANCES.
           IF WS-GB-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-BALANCES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM ROLL-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCES
           END-IF.

       ROLL-ONE-BALANCE.
           IF GB-PERIOD = WS-PERIOD
                   OR GB-PERIOD = WS-LAST-YEAR-PERIOD
                   OR (GB-PERIOD >= WS-YEAR-START
                   AND GB-PERIOD < WS-PERIOD)
               MOVE GB-ACCT-NO TO WS-FIND-ACCT
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-ACCT-FOUND = "Y"
                   IF GB-PERIOD = WS-PERIOD
                       COMPUTE FT-MONTH (WS-ACCT-SUB) =
                           GB-MONTH-DEBIT - GB-MONTH-CREDIT
                       MOVE GB-CLOSING TO FT-CLOSING (WS-ACCT-SUB)
                   END-IF
                   IF GB-PERIOD = WS-LAST-YEAR-PERIOD
                       COMPUTE FT-LAST-YEAR (WS-ACCT-SUB) =
                           GB-MONTH-DEBIT - GB-MONTH-CREDIT
                   END-IF
                   IF GB-PERIOD >= WS-YEAR-START
                           AND GB-PERIOD <= WS-PERIOD
                       COMPUTE FT-YTD (WS-ACCT-SUB) =
                           FT-YTD (WS-ACCT-SUB)
                           + GB-MONTH-DEBIT - GB-MONTH-CREDIT
                   END-IF
               END-IF
           END-IF.

       PRINT-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO RPT-H-TITLE.
           MOVE 99 TO WS-FS-LINE-COUNT.
           MOVE SPACES TO WS-FS-BUILD.
           STRING "FOR THE MONTH " WS-PERIOD
               DELIMITED BY SIZE INTO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE FS-IS-COLUMN-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
      *> Revenue prints credit positive, expense debit positive.
           MOVE "R" TO WS-STMT-CLASS.
           MOVE -1 TO WS-SIGN.
           MOVE "REVENUE" TO WS-SECTION-NAME.
           PERFORM PRINT-INCOME-SECTION.
           MOVE WS-SEC-MONTH TO WS-REV-MONTH.
           MOVE WS-SEC-YTD TO WS-REV-YTD.
           MOVE WS-SEC-LAST-YEAR TO WS-REV-LAST-YEAR.
           MOVE "X" TO WS-STMT-CLASS.
           MOVE 1 TO WS-SIGN.
           MOVE "EXPENSES" TO WS-SECTION-NAME.
           PERFORM PRINT-INCOME-SECTION.
           MOVE SPACES TO FS-AMOUNT-LINE.
           MOVE "NET INCOME" TO FSA-LABEL.
           COMPUTE FSA-MONTH = WS-REV-MONTH - WS-SEC-MONTH.
           COMPUTE FSA-YTD = WS-REV-YTD - WS-SEC-YTD.
           COMPUTE FSA-LAST-YEAR =
               WS-REV-LAST-YEAR - WS-SEC-LAST-YEAR.
           MOVE FS-AMOUNT-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-INCOME-SECTION.
           MOVE SPACES TO FS-TEXT-LINE.
           MOVE WS-SECTION-NAME TO FST-TEXT.
           MOVE FS-TEXT-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           INITIALIZE WS-SECTION-TOTALS.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-ACCT-COUNT
               IF FT-CLASS (WS-GROUP-SUB) = WS-STMT-CLASS
                       AND FT-PRINTED (WS-GROUP-SUB) NOT = "Y"
                   PERFORM PRINT-INCOME-GROUP
               END-IF
           END-PERFORM.
           MOVE SPACES TO FS-AMOUNT-LINE.
           STRING "TOTAL " WS-SECTION-NAME DELIMITED BY "  "
               INTO FSA-LABEL.
           MOVE WS-SEC-MONTH TO FSA-MONTH.
           MOVE WS-SEC-YTD TO FSA-YTD.
           MOVE WS-SEC-LAST-YEAR TO FSA-LAST-YEAR.
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-INCOME-GROUP.
      *> Every account of the class sharing this statement line,
      *> in chart order, then the line's subtotal.
           MOVE FT-GROUP (WS-GROUP-SUB) TO WS-STMT-GROUP.
           INITIALIZE WS-GROUP-TOTALS.
           MOVE SPACES TO FS-TEXT-LINE.
           MOVE "  " TO FST-INDENT.
           IF WS-STMT-GROUP = SPACES
               MOVE "(NO STATEMENT LINE)" TO FST-TEXT
           ELSE
               MOVE WS-STMT-GROUP TO FST-TEXT
           END-IF.
           MOVE FS-TEXT-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM VARYING WS-ACCT-SUB FROM WS-GROUP-SUB BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF FT-CLASS (WS-ACCT-SUB) = WS-STMT-CLASS
                       AND FT-GROUP (WS-ACCT-SUB) = WS-STMT-GROUP
                   MOVE "Y" TO FT-PRINTED (WS-ACCT-SUB)
                   MOVE SPACES TO FS-AMOUNT-LINE
                   MOVE "    " TO FSA-INDENT
                   MOVE FT-ACCT-NO (WS-ACCT-SUB) TO FSA-ACCT-NO
                   MOVE FT-ACCT-NAME (WS-ACCT-SUB) TO FSA-LABEL
                   COMPUTE FSA-MONTH =
                       FT-MONTH (WS-ACCT-SUB) * WS-SIGN
                   COMPUTE FSA-YTD = FT-YTD (WS-ACCT-SUB) * WS-SIGN
                   COMPUTE FSA-LAST-YEAR =
                       FT-LAST-YEAR (WS-ACCT-SUB) * WS-SIGN
                   PERFORM WRITE-AMOUNT-LINE
                   ADD 1 TO WS-LINE-COUNT
                   COMPUTE WS-GRP-MONTH = WS-GRP-MONTH
                       + FT-MONTH (WS-ACCT-SUB) * WS-SIGN
                   COMPUTE WS-GRP-YTD = WS-GRP-YTD
                       + FT-YTD (WS-ACCT-SUB) * WS-SIGN
                   COMPUTE WS-GRP-LAST-YEAR = WS-GRP-LAST-YEAR
                       + FT-LAST-YEAR (WS-ACCT-SUB) * WS-SIGN
               END-IF
           END-PERFORM.
           MOVE SPACES TO FS-AMOUNT-LINE.
           MOVE "  " TO FSA-INDENT.
           MOVE "SUBTOTAL" TO FSA-LABEL.
           MOVE WS-GRP-MONTH TO FSA-MONTH.
           MOVE WS-GRP-YTD TO FSA-YTD.
           MOVE WS-GRP-LAST-YEAR TO FSA-LAST-YEAR.
           PERFORM WRITE-AMOUNT-LINE.
           ADD WS-GRP-MONTH TO WS-SEC-MONTH.
           ADD WS-GRP-YTD TO WS-SEC-YTD.
           ADD WS-GRP-LAST-YEAR TO WS-SEC-LAST-YEAR.

       PRINT-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO RPT-H-TITLE.
           MOVE 99 TO WS-FS-LINE-COUNT.
           MOVE SPACES TO WS-FS-BUILD.
           STRING "AS AT THE CLOSE OF " WS-PERIOD
               DELIMITED BY SIZE INTO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE FS-BS-COLUMN-LINE TO WS-FS-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "Y" TO WS-ONE-COLUMN.
      *> Revenue and expense still open on the books are this
      *> year's earnings until the year-end close moves them.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF FT-CLASS (WS-ACCT-SUB) = "R"
                       OR FT-CLASS (WS-ACCT-SUB) = "X"
                   SUBTRACT FT-CLOSING (WS-ACCT-SUB)
                       FROM WS-CURRENT-EARNINGS
               END-IF
           END-PERFORM.
           MOVE "A" TO WS-STMT-CLASS.
           MOVE 1 TO WS-SIGN.
           MOVE "ASSETS" TO WS-SECTION-NAME.
           PERFORM PRINT-BALANCE-SECTION.
           MOVE WS-SEC-MONTH TO WS-TOTAL-ASSETS.
           MOVE "L" TO WS-STMT-CLASS.
           MOVE -1 TO WS-SIGN.
           MOVE "LIABILITIES" TO WS-SECTION-NAME.
           PERFORM PRINT-BALANCE-SECTION.
           MOVE WS-SEC-MONTH TO WS-TOTAL-LIABILITIES.
           MOVE "E" TO WS-STMT-CLASS.
           MOVE "EQUITY" TO WS-SECTION-NAME.
           PERFORM PRINT-BALANCE-SECTION.
           MOVE WS-SEC-MONTH TO WS-TOTAL-EQUITY.
           MOVE SPACES TO FS-AMOUNT-LINE.
           MOVE "CURRENT YEAR EARNINGS" TO FSA-LABEL.
           MOVE WS-CURRENT-EARNINGS TO FSA-MONTH.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-TOTAL-LIAB-EQUITY = WS-TOTAL-LIABILITIES
               + WS-TOTAL-EQUITY + WS-CURRENT-EARNINGS.
           MOVE SPACES TO FS-AMOUNT-LINE.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO FSA-LABEL.
           MOVE WS-TOTAL-LIAB-EQUITY TO FSA-MONTH.
           PERFORM WRITE-AMOUNT-LINE.
           PERFORM PRINT-UNCLASSIFIED-ACCOUNTS.
           COMPUTE WS-OUT-OF-BALANCE =
               WS-TOTAL-ASSETS - WS-TOTAL-LIAB-EQUITY.
           MOVE SPACES TO WS-FS-BUILD.
           IF WS-OUT-OF-BALANCE = 0
               MOVE "BALANCE SHEET IN BALANCE" TO WS-FS-BUILD
           ELSE
               STRING "*** OUT OF BALANCE BY " WS-OUT-OF-BALANCE
                   " ***" DELIMITED BY SIZE INTO WS-FS-BUILD
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-BALANCE-SECTION.
      *> The balance sheet reuses the income statement's group
      *> walk; only the closing balance goes in the first column.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF FT-CLASS (WS-ACCT-SUB) = WS-STMT-CLASS
                   MOVE FT-CLOSING (WS-ACCT-SUB)
                       TO FT-MONTH (WS-ACCT-SUB)
                   MOVE 0 TO FT-YTD (WS-ACCT-SUB)
                   MOVE 0 TO FT-LAST-YEAR (WS-ACCT-SUB)
               END-IF
           END-PERFORM.
           PERFORM PRINT-INCOME-SECTION.

       PRINT-UNCLASSIFIED-ACCOUNTS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF FT-CLASS (WS-ACCT-SUB) NOT = "A"
                       AND FT-CLASS (WS-ACCT-SUB) NOT = "L"
                       AND FT-CLASS (WS-ACCT-SUB) NOT = "E"
                       AND FT-CLASS (WS-ACCT-SUB) NOT = "R"
                       AND FT-CLASS (WS-ACCT-SUB) NOT = "X"
                       AND FT-CLOSING (WS-ACCT-SUB) NOT = 0
                   IF WS-UNCLASSIFIED = 0
                       MOVE SPACES TO FS-TEXT-LINE
                       MOVE "UNCLASSIFIED - NOT IN TOTALS" TO FST-TEXT
                       MOVE FS-TEXT-LINE TO WS-FS-BUILD
                       PERFORM WRITE-STATEMENT-LINE
                   END-IF
                   ADD 1 TO WS-UNCLASSIFIED
                   MOVE SPACES TO FS-AMOUNT-LINE
                   MOVE FT-ACCT-NO (WS-ACCT-SUB) TO FSA-ACCT-NO
                   MOVE FT-ACCT-NAME (WS-ACCT-SUB) TO FSA-LABEL
                   MOVE FT-CLOSING (WS-ACCT-SUB) TO FSA-MONTH
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM.

       WRITE-AMOUNT-LINE.
      *> The balance sheet prints one column of figures; the
      *> income statement's other two are blanked.
           MOVE FS-AMOUNT-LINE TO WS-FS-BUILD.
           IF WS-ONE-COLUMN = "Y"
               MOVE SPACES TO WS-FS-BUILD (60:)
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.

       START-STATEMENT-PAGE.
           ADD 1 TO WS-FS-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-FS-PAGE-NO TO RPT-H-PAGE.
           WRITE FS-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-FS-LINE-COUNT.

       WRITE-STATEMENT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-FS-LINE-COUNT >= 55
               PERFORM START-STATEMENT-PAGE
           END-IF.
           WRITE FS-PRINT-LINE FROM WS-FS-BUILD.
           ADD 1 TO WS-FS-LINE-COUNT.
