       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPR.
      *> Monthly fixed-asset depreciation run, taken at month-end
      *> before the GL close. Every asset in service is charged
      *> straight-line for the business month - cost less salvage
      *> over the useful life, the last month trimmed so the asset
      *> never goes below its salvage value - starting with the
      *> month it was acquired. The month charged is stamped on
      *> the asset, so a rerun charges nothing twice. The month's
      *> charge is posted to GLJRNL.DAT under source FADEPR as one
      *> depreciation-expense debit against the accumulated-
      *> depreciation account of each asset class. Prints the
      *> fixed-asset schedule (FASCHED.DAT) and the year's
      *> disposals with their gain or loss (FADISP.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-TAG
               FILE STATUS IS WS-FA-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT ASSET-SCHEDULE ASSIGN TO "FASCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSAL-REPORT ASSIGN TO "FADISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY FAMAST.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  CHART-FILE.
       COPY CHART.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  ASSET-SCHEDULE.
       01  FS-PRINT-LINE              PIC X(132).
       FD  DISPOSAL-REPORT.
       01  FD-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-FA-FILE-STATUS          PIC XX.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-RUN-PERIOD              PIC 9(6).
       01  WS-ACQ-PERIOD              PIC 9(6).
       01  WS-DISPOSAL-YEAR           PIC 9(4).
       01  WS-DEPRECIABLE             PIC 9(9)V99.
       01  WS-MONTH-CHARGE            PIC 9(9)V99.
       01  WS-NET-BOOK                PIC 9(9)V99.
       01  WS-GAIN-LOSS               PIC S9(9)V99.
       01  WS-CHARGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-ASSET-COUNT             PIC 9(5) VALUE 0.
       01  WS-DISPOSAL-COUNT          PIC 9(5) VALUE 0.
      *> The GL accounts the charge lands in - the expense, and
      *> one accumulated-depreciation contra account per class.
      *> All four must be on the chart or nothing is charged.
       01  WS-ACCT-DEPR-EXPENSE       PIC X(6) VALUE "530100".
       01  WS-ACCT-ACCUM-EQUIPMENT    PIC X(6) VALUE "159100".
       01  WS-ACCT-ACCUM-VEHICLE      PIC X(6) VALUE "159200".
       01  WS-ACCT-ACCUM-FURNITURE    PIC X(6) VALUE "159300".
       01  WS-DEPR-EQUIPMENT          PIC 9(11)V99 VALUE 0.
       01  WS-DEPR-VEHICLE            PIC 9(11)V99 VALUE 0.
       01  WS-DEPR-FURNITURE          PIC 9(11)V99 VALUE 0.
       01  WS-DEPR-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COST              PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ACCUM             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-NET-BOOK          PIC 9(11)V99 VALUE 0.
       01  WS-DISP-COST               PIC 9(11)V99 VALUE 0.
       01  WS-DISP-ACCUM              PIC 9(11)V99 VALUE 0.
       01  WS-DISP-NET-BOOK           PIC 9(11)V99 VALUE 0.
       01  WS-DISP-PROCEEDS           PIC 9(11)V99 VALUE 0.
       01  WS-DISP-GAIN-LOSS          PIC S9(11)V99 VALUE 0.
       01  WS-FIND-ACCT               PIC X(6).
       01  WS-MISSING-ACCT            PIC X VALUE "N".
       01  WS-CHART-COUNT             PIC 9(3) VALUE 0.
       01  WS-CHART-SUB               PIC 9(3).
       01  WS-CHART-FOUND             PIC X.
       01  CHART-TABLE-AREA.
           05  CH-ACCT-NO OCCURS 200 TIMES PIC X(6).
      *> Report page handling - the shop's 55-line standard, one
      *> set of counters per report.
       01  WS-FS-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-FS-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-FS-BUILD                PIC X(132).
       01  WS-FD-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-FD-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-FD-BUILD                PIC X(132).
       01  FS-DETAIL-LINE.
           05  FSD-TAG                PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSD-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-LOCATION           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-CLASS              PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FSD-ACQ-DATE           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-COST               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-MONTH-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-ACCUM              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FSD-NET-BOOK           PIC ZZZ,ZZZ,ZZ9.99.
       01  FS-COLUMN-LINE.
           05  FILLER                 PIC X(41) VALUE
               "TAG       DESCRIPTION".
           05  FILLER                 PIC X(23) VALUE
               "LOCATION   C  ACQUIRED".
           05  FILLER                 PIC X(15) VALUE
               "           COST".
           05  FILLER                 PIC X(15) VALUE
               "   MONTH CHARGE".
           05  FILLER                 PIC X(15) VALUE
               "    ACCUMULATED".
           05  FILLER                 PIC X(15) VALUE
               "  NET BOOK VAL.".
       01  FD-DETAIL-LINE.
           05  FDD-TAG                PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FDD-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-DISPOSAL-DATE      PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-COST               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-ACCUM              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-NET-BOOK           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-PROCEEDS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FDD-GAIN-LOSS          PIC +ZZZ,ZZZ,ZZ9.99.
       01  FD-COLUMN-LINE.
           05  FILLER                 PIC X(41) VALUE
               "TAG       DESCRIPTION".
           05  FILLER                 PIC X(9) VALUE
               "DISPOSED".
           05  FILLER                 PIC X(15) VALUE
               "           COST".
           05  FILLER                 PIC X(15) VALUE
               "    ACCUMULATED".
           05  FILLER                 PIC X(15) VALUE
               "  NET BOOK VAL.".
           05  FILLER                 PIC X(15) VALUE
               "       PROCEEDS".
           05  FILLER                 PIC X(16) VALUE
               "     GAIN/(LOSS)".

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
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-RUN-PERIOD.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-DISPOSAL-YEAR.
           PERFORM LOAD-CHART-TABLE.
           PERFORM VERIFY-DEPRECIATION-ACCOUNTS.
           IF WS-MISSING-ACCT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ASSET-MASTER.
           IF WS-FA-FILE-STATUS NOT = "00"
               DISPLAY "FAMAST.DAT NOT AVAILABLE - STATUS "
                   WS-FA-FILE-STATUS " - NOTHING CHARGED"
               STOP RUN
           END-IF.
           OPEN OUTPUT ASSET-SCHEDULE.
           OPEN OUTPUT DISPOSAL-REPORT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ASSET-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM DEPRECIATE-ONE-ASSET
               END-READ
           END-PERFORM.
           CLOSE ASSET-MASTER.
           IF WS-DEPR-TOTAL > 0
               PERFORM POST-DEPRECIATION
           END-IF.
           PERFORM FINISH-SCHEDULE.
           PERFORM FINISH-DISPOSALS.
           CLOSE ASSET-SCHEDULE.
           CLOSE DISPOSAL-REPORT.
           DISPLAY "DEPRECIATION " WS-RUN-PERIOD
               " - ASSETS CHARGED: " WS-CHARGED-COUNT
               " AMOUNT: " WS-DEPR-TOTAL.
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
                           IF WS-CHART-COUNT < 200
                               ADD 1 TO WS-CHART-COUNT
                               MOVE CA-ACCT-NO
                                   TO CH-ACCT-NO (WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       VERIFY-DEPRECIATION-ACCOUNTS.
           MOVE WS-ACCT-DEPR-EXPENSE TO WS-FIND-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-ACCUM-EQUIPMENT TO WS-FIND-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-ACCUM-VEHICLE TO WS-FIND-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-ACCUM-FURNITURE TO WS-FIND-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.

       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
               IF CH-ACCT-NO (WS-CHART-SUB) = WS-FIND-ACCT
                   MOVE "Y" TO WS-CHART-FOUND
               END-IF
           END-PERFORM.
           IF WS-CHART-FOUND = "N"
               DISPLAY "ACCOUNT " WS-FIND-ACCT " NOT ON CHART.DAT"
                   " - DEPRECIATION REFUSED"
               MOVE "Y" TO WS-MISSING-ACCT
           END-IF.

       DEPRECIATE-ONE-ASSET.
           MOVE 0 TO WS-MONTH-CHARGE.
           DIVIDE FA-ACQ-DATE BY 100 GIVING WS-ACQ-PERIOD.
           IF FA-IN-SERVICE
                   AND FA-LAST-DEPR-PERIOD < WS-RUN-PERIOD
                   AND WS-ACQ-PERIOD NOT > WS-RUN-PERIOD
               COMPUTE WS-DEPRECIABLE =
                   FA-COST - FA-SALVAGE - FA-ACCUM-DEPR
               COMPUTE WS-MONTH-CHARGE ROUNDED =
                   (FA-COST - FA-SALVAGE) / FA-LIFE-MONTHS
               IF WS-MONTH-CHARGE > WS-DEPRECIABLE
                   MOVE WS-DEPRECIABLE TO WS-MONTH-CHARGE
               END-IF
               IF WS-MONTH-CHARGE > 0
                   PERFORM CHARGE-ONE-ASSET
               END-IF
           END-IF.
           IF FA-IN-SERVICE
               PERFORM PRINT-SCHEDULE-LINE
           END-IF.
           IF FA-DISPOSED
                   AND FA-DISPOSAL-DATE (1:4) = WS-DISPOSAL-YEAR
               PERFORM PRINT-DISPOSAL-LINE
           END-IF.

       CHARGE-ONE-ASSET.
           ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPR.
           MOVE WS-RUN-PERIOD TO FA-LAST-DEPR-PERIOD.
           REWRITE FIXED-ASSET-REC.
           EVALUATE TRUE
               WHEN FA-EQUIPMENT
                   ADD WS-MONTH-CHARGE TO WS-DEPR-EQUIPMENT
               WHEN FA-VEHICLE
                   ADD WS-MONTH-CHARGE TO WS-DEPR-VEHICLE
               WHEN OTHER
                   ADD WS-MONTH-CHARGE TO WS-DEPR-FURNITURE
           END-EVALUATE.
           ADD WS-MONTH-CHARGE TO WS-DEPR-TOTAL.
           ADD 1 TO WS-CHARGED-COUNT.

       PRINT-SCHEDULE-LINE.
           COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR.
           MOVE FA-TAG TO FSD-TAG.
           MOVE FA-DESCRIPTION TO FSD-DESCRIPTION.
           MOVE FA-LOCATION TO FSD-LOCATION.
           MOVE FA-CLASS TO FSD-CLASS.
           MOVE FA-ACQ-DATE TO FSD-ACQ-DATE.
           MOVE FA-COST TO FSD-COST.
           MOVE WS-MONTH-CHARGE TO FSD-MONTH-CHARGE.
           MOVE FA-ACCUM-DEPR TO FSD-ACCUM.
           MOVE WS-NET-BOOK TO FSD-NET-BOOK.
           MOVE FS-DETAIL-LINE TO WS-FS-BUILD.
           PERFORM WRITE-SCHEDULE-LINE.
           ADD 1 TO WS-ASSET-COUNT.
           ADD FA-COST TO WS-TOTAL-COST.
           ADD FA-ACCUM-DEPR TO WS-TOTAL-ACCUM.
           ADD WS-NET-BOOK TO WS-TOTAL-NET-BOOK.

       PRINT-DISPOSAL-LINE.
      *> Gain or loss is what the asset fetched against what was
      *> left of its cost on the books when it went.
           COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR.
           COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-NET-BOOK.
           MOVE FA-TAG TO FDD-TAG.
           MOVE FA-DESCRIPTION TO FDD-DESCRIPTION.
           MOVE FA-DISPOSAL-DATE TO FDD-DISPOSAL-DATE.
           MOVE FA-COST TO FDD-COST.
           MOVE FA-ACCUM-DEPR TO FDD-ACCUM.
           MOVE WS-NET-BOOK TO FDD-NET-BOOK.
           MOVE FA-PROCEEDS TO FDD-PROCEEDS.
           MOVE WS-GAIN-LOSS TO FDD-GAIN-LOSS.
           MOVE FD-DETAIL-LINE TO WS-FD-BUILD.
           PERFORM WRITE-DISPOSAL-LINE.
           ADD 1 TO WS-DISPOSAL-COUNT.
           ADD FA-COST TO WS-DISP-COST.
           ADD FA-ACCUM-DEPR TO WS-DISP-ACCUM.
           ADD WS-NET-BOOK TO WS-DISP-NET-BOOK.
           ADD FA-PROCEEDS TO WS-DISP-PROCEEDS.
           ADD WS-GAIN-LOSS TO WS-DISP-GAIN-LOSS.

       POST-DEPRECIATION.
      *> One balanced entry for the month: the whole charge to
      *> expense, credited to each class's contra account.
           OPEN EXTEND GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           MOVE WS-ACCT-DEPR-EXPENSE TO GJ-ACCT-NO.
           MOVE WS-DEPR-TOTAL TO GJ-DEBIT.
           MOVE 0 TO GJ-CREDIT.
           PERFORM WRITE-DEPRECIATION-LINE.
           IF WS-DEPR-EQUIPMENT > 0
               MOVE WS-ACCT-ACCUM-EQUIPMENT TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-DEPR-EQUIPMENT TO GJ-CREDIT
               PERFORM WRITE-DEPRECIATION-LINE
           END-IF.
           IF WS-DEPR-VEHICLE > 0
               MOVE WS-ACCT-ACCUM-VEHICLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-DEPR-VEHICLE TO GJ-CREDIT
               PERFORM WRITE-DEPRECIATION-LINE
           END-IF.
           IF WS-DEPR-FURNITURE > 0
               MOVE WS-ACCT-ACCUM-FURNITURE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-DEPR-FURNITURE TO GJ-CREDIT
               PERFORM WRITE-DEPRECIATION-LINE
           END-IF.
           CLOSE GL-JOURNAL.

       WRITE-DEPRECIATION-LINE.
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE "FADEPR" TO GJ-SOURCE.
           MOVE SPACES TO GJ-DESCRIPTION.
           STRING "DEPRECIATION " WS-RUN-PERIOD
               DELIMITED BY SIZE INTO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-REC.

       FINISH-SCHEDULE.
           IF WS-FS-LINE-COUNT = 99
               PERFORM START-SCHEDULE-PAGE
           END-IF.
           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE "TOTAL ASSETS IN SERVICE" TO FSD-DESCRIPTION.
           MOVE WS-TOTAL-COST TO FSD-COST.
           MOVE WS-DEPR-TOTAL TO FSD-MONTH-CHARGE.
           MOVE WS-TOTAL-ACCUM TO FSD-ACCUM.
           MOVE WS-TOTAL-NET-BOOK TO FSD-NET-BOOK.
           MOVE FS-DETAIL-LINE TO WS-FS-BUILD.
           PERFORM WRITE-SCHEDULE-LINE.
           MOVE SPACES TO WS-FS-BUILD.
           STRING "CHARGED " WS-RUN-PERIOD
               " - EQUIPMENT " WS-DEPR-EQUIPMENT
               "  VEHICLES " WS-DEPR-VEHICLE
               "  FURNITURE " WS-DEPR-FURNITURE
               DELIMITED BY SIZE INTO WS-FS-BUILD.
           PERFORM WRITE-SCHEDULE-LINE.
           MOVE WS-ASSET-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-FS-BUILD.
           PERFORM WRITE-SCHEDULE-LINE.

       FINISH-DISPOSALS.
           IF WS-FD-LINE-COUNT = 99
               PERFORM START-DISPOSAL-PAGE
           END-IF.
           IF WS-DISPOSAL-COUNT = 0
               MOVE "NO DISPOSALS THIS YEAR" TO WS-FD-BUILD
               PERFORM WRITE-DISPOSAL-LINE
           ELSE
               MOVE SPACES TO FD-DETAIL-LINE
               MOVE "TOTAL DISPOSALS THIS YEAR" TO FDD-DESCRIPTION
               MOVE WS-DISP-COST TO FDD-COST
               MOVE WS-DISP-ACCUM TO FDD-ACCUM
               MOVE WS-DISP-NET-BOOK TO FDD-NET-BOOK
               MOVE WS-DISP-PROCEEDS TO FDD-PROCEEDS
               MOVE WS-DISP-GAIN-LOSS TO FDD-GAIN-LOSS
               MOVE FD-DETAIL-LINE TO WS-FD-BUILD
               PERFORM WRITE-DISPOSAL-LINE
           END-IF.
           MOVE WS-DISPOSAL-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-FD-BUILD.
           PERFORM WRITE-DISPOSAL-LINE.

       START-SCHEDULE-PAGE.
           ADD 1 TO WS-FS-PAGE-NO.
           MOVE "FIXED-ASSET SCHEDULE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-FS-PAGE-NO TO RPT-H-PAGE.
           WRITE FS-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE FS-PRINT-LINE FROM FS-COLUMN-LINE.
           MOVE 0 TO WS-FS-LINE-COUNT.

       WRITE-SCHEDULE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-FS-LINE-COUNT >= 55
               PERFORM START-SCHEDULE-PAGE
           END-IF.
           WRITE FS-PRINT-LINE FROM WS-FS-BUILD.
           ADD 1 TO WS-FS-LINE-COUNT.

       START-DISPOSAL-PAGE.
           ADD 1 TO WS-FD-PAGE-NO.
           MOVE "FIXED-ASSET DISPOSALS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-FD-PAGE-NO TO RPT-H-PAGE.
           WRITE FD-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE FD-PRINT-LINE FROM FD-COLUMN-LINE.
           MOVE 0 TO WS-FD-LINE-COUNT.

       WRITE-DISPOSAL-LINE.
           IF WS-FD-LINE-COUNT >= 55
               PERFORM START-DISPOSAL-PAGE
           END-IF.
           WRITE FD-PRINT-LINE FROM WS-FD-BUILD.
           ADD 1 TO WS-FD-LINE-COUNT.
