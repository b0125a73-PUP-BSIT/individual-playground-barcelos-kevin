       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.
      *> Leave balance report. Lists every employee on the leave
      *> master with the EMPMAST name, the vacation and sick leave
      *> balances available to file against, the days of each used
      *> so far this year and any year-end monetization still
      *> waiting for the payroll to pay it, then control totals.
      *> Run monthly off the schedule after the accrual, so HR
      *> answers balance questions from the listing instead of the
      *> index cards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "LEAVERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  BALANCE-REPORT.
       01  LB-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-LV-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-EM-OPENED               PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-VL-TOTAL                PIC 9(7)V99 VALUE 0.
       01  WS-SL-TOTAL                PIC 9(7)V99 VALUE 0.
       01  WS-MONETIZE-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-DAYS-ED                 PIC Z,ZZZ,ZZ9.99.
       01  WS-DAYS2-ED                PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-LB-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-LB-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-LB-BUILD                PIC X(132).
       01  LB-HEADING-LINE.
           05  FILLER PIC X(7)  VALUE "EMP".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(9)  VALUE "VL BAL".
           05  FILLER PIC X(9)  VALUE "VL USED".
           05  FILLER PIC X(9)  VALUE "SL BAL".
           05  FILLER PIC X(9)  VALUE "SL USED".
           05  FILLER PIC X(8)  VALUE "ACCRUED".
           05  FILLER PIC X(13) VALUE "TO MONETIZE".
       01  LB-DETAIL-LINE.
           05  LBD-EMP-ID             PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LBD-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LBD-VL-BALANCE         PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LBD-VL-USED            PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LBD-SL-BALANCE         PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LBD-SL-USED            PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LBD-LAST-ACCRUAL       PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LBD-MONETIZE           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT LEAVE-MASTER.
           IF WS-LV-FILE-STATUS NOT = "00"
               DISPLAY "LEAVEMST.DAT NOT AVAILABLE - STATUS "
                   WS-LV-FILE-STATUS " - NO LEAVE BALANCE REPORT"
               GOBACK
           END-IF.
      *> The names are a convenience - the balances print
      *> without them if EMPMAST cannot be read.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS = "00"
               MOVE "Y" TO WS-EM-OPENED
           ELSE
               MOVE "N" TO WS-EM-OPENED
           END-IF.
           OPEN OUTPUT BALANCE-REPORT.
           MOVE 0 TO WS-LB-PAGE-NO.
           MOVE 99 TO WS-LB-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LEAVE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM LIST-ONE-BALANCE
               END-READ
           END-PERFORM.
           CLOSE LEAVE-MASTER.
           IF WS-EM-OPENED = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE BALANCE-REPORT.
           DISPLAY "LEAVE BALANCES LISTED: " WS-LISTED-COUNT
               " - SEE LEAVERPT.DAT".
           GOBACK.

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

       LIST-ONE-BALANCE.
           MOVE SPACES TO LBD-NAME.
           IF WS-EM-OPENED = "Y"
               MOVE LV-EMP-ID TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   INVALID KEY
                       MOVE "** NOT ON EMPMAST **" TO LBD-NAME
                   NOT INVALID KEY
                       MOVE EM-NAME TO LBD-NAME
               END-READ
           END-IF.
      *> Used days belong to the year stamped on the record - a
      *> record nobody has filed against this year has used none.
           MOVE LV-EMP-ID TO LBD-EMP-ID.
           MOVE LV-VL-BALANCE TO LBD-VL-BALANCE.
           MOVE LV-SL-BALANCE TO LBD-SL-BALANCE.
           IF LV-USED-YEAR = WS-BUSINESS-DATE (1:4)
               MOVE LV-VL-USED TO LBD-VL-USED
               MOVE LV-SL-USED TO LBD-SL-USED
           ELSE
               MOVE 0 TO LBD-VL-USED
               MOVE 0 TO LBD-SL-USED
           END-IF.
           MOVE LV-LAST-ACCRUAL TO LBD-LAST-ACCRUAL.
           MOVE LV-MONETIZE-AMOUNT TO LBD-MONETIZE.
           ADD LV-VL-BALANCE TO WS-VL-TOTAL.
           ADD LV-SL-BALANCE TO WS-SL-TOTAL.
           ADD LV-MONETIZE-AMOUNT TO WS-MONETIZE-TOTAL.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE LB-DETAIL-LINE TO WS-LB-BUILD.
           PERFORM WRITE-BALANCE-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE WS-VL-TOTAL TO WS-DAYS-ED.
           MOVE WS-SL-TOTAL TO WS-DAYS2-ED.
           MOVE SPACES TO WS-LB-BUILD.
           STRING "VACATION DAYS OUTSTANDING: " WS-DAYS-ED
               "  SICK DAYS OUTSTANDING: " WS-DAYS2-ED
               DELIMITED BY SIZE INTO WS-LB-BUILD.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-MONETIZE-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-LB-BUILD.
           STRING "MONETIZATION AWAITING PAYROLL: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-LB-BUILD.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-LISTED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-LB-BUILD.
           PERFORM WRITE-BALANCE-LINE.

       START-BALANCE-PAGE.
           ADD 1 TO WS-LB-PAGE-NO.
           MOVE "LEAVE CREDIT BALANCES" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-LB-PAGE-NO TO RPT-H-PAGE.
           WRITE LB-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE LB-PRINT-LINE FROM LB-HEADING-LINE.
           MOVE 0 TO WS-LB-LINE-COUNT.

       WRITE-BALANCE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-LB-LINE-COUNT >= 55
               PERFORM START-BALANCE-PAGE
           END-IF.
           WRITE LB-PRINT-LINE FROM WS-LB-BUILD.
           ADD 1 TO WS-LB-LINE-COUNT.
