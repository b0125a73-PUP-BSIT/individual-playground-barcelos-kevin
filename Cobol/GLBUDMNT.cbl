       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDMNT.
      *> GL budget maintenance sweep. Reads the load and revision
      *> requests in BUDTXN.DAT and applies each against the
      *> indexed budget file, one logged line per request applied
      *> or rejected - the SUPPMNT path for the budget. A load
      *> sets a month's original and revised budget together and
      *> is refused if the month is already loaded; a revision
      *> moves only the revised figure, so the approved plan is
      *> never overwritten. Every account must be on CHART.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-KEY
               FILE STATUS IS WS-BU-FILE-STATUS.
           SELECT BUDGET-TRANS ASSIGN TO "BUDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BX-FILE-STATUS.
           SELECT BUDGET-LOG ASSIGN TO "BUDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGET.
       FD  BUDGET-TRANS.
       COPY BUDTXN.
       FD  BUDGET-LOG.
       COPY BUDLOG.
       FD  CHART-FILE.
       COPY CHART.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-BU-FILE-STATUS          PIC XX.
       01  WS-BX-FILE-STATUS          PIC XX.
       01  WS-BL-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RESULT                  PIC X(30).
       01  WS-OLD-AMOUNT              PIC 9(11)V99.
       01  WS-TXN-MONTH               PIC 99.
       01  WS-TXN-YEAR                PIC 9(4).
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHART-COUNT             PIC 9(3) VALUE 0.
       01  WS-CHART-SUB               PIC 9(3).
       01  WS-CHART-FOUND             PIC X.
       01  CHART-TABLE-AREA.
           05  CH-ACCT-NO OCCURS 200 TIMES PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-CHART-TABLE.
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART.DAT EMPTY OR MISSING - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF WS-BU-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN INPUT BUDGET-TRANS.
           IF WS-BX-FILE-STATUS NOT = "00"
               DISPLAY "BUDTXN.DAT NOT AVAILABLE - STATUS "
                   WS-BX-FILE-STATUS " - NOTHING DONE"
               CLOSE BUDGET-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND BUDGET-LOG.
           IF WS-BL-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ BUDGET-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM.
           CLOSE BUDGET-TRANS.
           CLOSE BUDGET-LOG.
           CLOSE BUDGET-FILE.
           DISPLAY "BUDGET TXNS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE BUDLOG.DAT".
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

       APPLY-ONE-TXN.
           MOVE SPACES TO WS-RESULT.
           MOVE 0 TO WS-OLD-AMOUNT.
           PERFORM EDIT-BUDGET-FIELDS.
           IF WS-RESULT = SPACES
               MOVE BX-ACCT-NO TO BU-ACCT-NO
               MOVE BX-PERIOD TO BU-PERIOD
               EVALUATE TRUE
                   WHEN BX-LOAD
                       READ BUDGET-FILE KEY IS BU-KEY
                           INVALID KEY
                               PERFORM ADD-BUDGET-RECORD
                           NOT INVALID KEY
                               MOVE "REJECTED - MONTH ALREADY LOADED"
                                   TO WS-RESULT
                       END-READ
                   WHEN BX-REVISE
                       READ BUDGET-FILE KEY IS BU-KEY
                           INVALID KEY
                               MOVE "REJECTED - MONTH NOT LOADED"
                                   TO WS-RESULT
                           NOT INVALID KEY
                               PERFORM REVISE-BUDGET-RECORD
                       END-READ
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-RESULT
               END-EVALUATE
           END-IF.
           IF WS-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY BX-ACCT-NO " " BX-PERIOD " " WS-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO BL-TIMESTAMP.
           MOVE BX-ACTION TO BL-ACTION.
           MOVE BX-ACCT-NO TO BL-ACCT-NO.
           MOVE BX-PERIOD TO BL-PERIOD.
           MOVE WS-OLD-AMOUNT TO BL-OLD-AMOUNT.
           IF BX-AMOUNT IS NUMERIC
               MOVE BX-AMOUNT TO BL-NEW-AMOUNT
           ELSE
               MOVE 0 TO BL-NEW-AMOUNT
           END-IF.
           MOVE WS-RESULT TO BL-RESULT.
           WRITE BUDGET-LOG-REC.

       EDIT-BUDGET-FIELDS.
      *> A budget line the variance report could never match to
      *> an account or a month never reaches the file.
           MOVE "N" TO WS-CHART-FOUND.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
               IF CH-ACCT-NO (WS-CHART-SUB) = BX-ACCT-NO
                   MOVE "Y" TO WS-CHART-FOUND
               END-IF
           END-PERFORM.
           IF BX-PERIOD IS NUMERIC
               DIVIDE BX-PERIOD BY 100 GIVING WS-TXN-YEAR
               COMPUTE WS-TXN-MONTH = BX-PERIOD - WS-TXN-YEAR * 100
           ELSE
               MOVE 0 TO WS-TXN-MONTH
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHART-FOUND = "N"
                   MOVE "REJECTED - ACCOUNT NOT ON CHART" TO WS-RESULT
               WHEN WS-TXN-MONTH < 1 OR WS-TXN-MONTH > 12
                   MOVE "REJECTED - BAD BUDGET MONTH" TO WS-RESULT
               WHEN BX-AMOUNT IS NOT NUMERIC
                   MOVE "REJECTED - BAD AMOUNT" TO WS-RESULT
           END-EVALUATE.

       ADD-BUDGET-RECORD.
           MOVE BX-AMOUNT TO BU-ORIGINAL.
           MOVE BX-AMOUNT TO BU-REVISED.
           MOVE 0 TO BU-REVISION-COUNT.
           MOVE WS-BUSINESS-DATE TO BU-LAST-REVISED.
           WRITE GL-BUDGET-REC.
           MOVE "LOADED" TO WS-RESULT.

       REVISE-BUDGET-RECORD.
           MOVE BU-REVISED TO WS-OLD-AMOUNT.
           MOVE BX-AMOUNT TO BU-REVISED.
           ADD 1 TO BU-REVISION-COUNT.
           MOVE WS-BUSINESS-DATE TO BU-LAST-REVISED.
           REWRITE GL-BUDGET-REC.
           MOVE "REVISED" TO WS-RESULT.
