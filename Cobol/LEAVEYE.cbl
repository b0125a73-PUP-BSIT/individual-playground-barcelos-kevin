       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEYE.
      *> Year-end leave monetization. Every leave credit above
      *> the LEAVECTL carry-over cap of its type is converted to
      *> pay at the employee's EMPMAST hourly rate for the leave
      *> day's paid hours, and the balance comes down to the cap.
      *> The amount is held on the leave master for the payroll to
      *> add to gross - run before the year's final payroll so the
      *> credits are paid in it. Each record is stamped with the
      *> year monetized, so a rerun pays nothing twice; an employee
      *> with no hourly rate is listed and keeps the credits until
      *> a rate is set. Every conversion lands on the LEAVELDG
      *> ledger, and LVMONEY.DAT is the register HR signs off.
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
           SELECT LEAVE-CONTROL ASSIGN TO "LEAVECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT MONETIZE-REPORT ASSIGN TO "LVMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  LEAVE-CONTROL.
       COPY LEAVECTL.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  MONETIZE-REPORT.
       01  LM-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-LV-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-LC-FILE-STATUS          PIC XX.
       01  WS-LG-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-CONTROL-FOUND           PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-BUSINESS-YEAR           PIC 9(4).
       01  WS-VL-CAP                  PIC 9(3)V99.
       01  WS-SL-CAP                  PIC 9(3)V99.
       01  WS-HOURS-PER-DAY           PIC 99V9 VALUE 8.0.
       01  WS-EMP-RATE                PIC 9(4)V99.
       01  WS-VL-EXCESS               PIC 9(3)V99.
       01  WS-SL-EXCESS               PIC 9(3)V99.
       01  WS-EXCESS-DAYS             PIC 9(3)V99.
       01  WS-EXCESS-AMOUNT           PIC 9(7)V99.
       01  WS-PAID-COUNT              PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DAYS-TOTAL              PIC 9(7)V99 VALUE 0.
       01  WS-AMOUNT-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-DAYS-ED                 PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-LM-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-LM-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-LM-BUILD                PIC X(132).
       01  LM-HEADING-LINE.
           05  FILLER PIC X(7)  VALUE "EMP".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(9)  VALUE "VL OVER".
           05  FILLER PIC X(9)  VALUE "SL OVER".
           05  FILLER PIC X(10) VALUE "RATE".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(30) VALUE "RESULT".
       01  LM-DETAIL-LINE.
           05  LMD-EMP-ID             PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LMD-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LMD-VL-EXCESS          PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LMD-SL-EXCESS          PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LMD-RATE               PIC Z,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LMD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LMD-RESULT             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-BUSINESS-YEAR.
           PERFORM LOAD-LEAVE-CONTROL.
           IF WS-CONTROL-FOUND = "N"
               DISPLAY "LEAVECTL.DAT MISSING - NO CARRY-OVER CAP - RUN"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-MASTER.
           IF WS-LV-FILE-STATUS NOT = "00"
               DISPLAY "LEAVEMST.DAT NOT AVAILABLE - STATUS "
                   WS-LV-FILE-STATUS " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-EM-FILE-STATUS " - RUN REFUSED"
               CLOSE LEAVE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER
           END-IF.
           OPEN OUTPUT MONETIZE-REPORT.
           MOVE 0 TO WS-LM-PAGE-NO.
           MOVE 99 TO WS-LM-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LEAVE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM MONETIZE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE LEAVE-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-LEDGER.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE MONETIZE-REPORT.
           DISPLAY "LEAVE MONETIZED FOR " WS-BUSINESS-YEAR ": "
               WS-PAID-COUNT " NO RATE: " WS-NO-RATE-COUNT
               " ALREADY DONE: " WS-SKIPPED-COUNT
               " - SEE LVMONEY.DAT".
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

       LOAD-LEAVE-CONTROL.
           OPEN INPUT LEAVE-CONTROL.
           IF WS-LC-FILE-STATUS = "00"
               READ LEAVE-CONTROL
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-FOUND
                       MOVE LC-VL-CARRY-CAP TO WS-VL-CAP
                       MOVE LC-SL-CARRY-CAP TO WS-SL-CAP
                       IF LC-HOURS-PER-DAY IS NUMERIC
                               AND LC-HOURS-PER-DAY > 0
                           MOVE LC-HOURS-PER-DAY TO WS-HOURS-PER-DAY
                       END-IF
               END-READ
               CLOSE LEAVE-CONTROL
           END-IF.

       MONETIZE-ONE-EMPLOYEE.
           IF LV-MONETIZE-YEAR = WS-BUSINESS-YEAR
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE 0 TO WS-VL-EXCESS
               MOVE 0 TO WS-SL-EXCESS
               IF LV-VL-BALANCE > WS-VL-CAP
                   COMPUTE WS-VL-EXCESS = LV-VL-BALANCE - WS-VL-CAP
               END-IF
               IF LV-SL-BALANCE > WS-SL-CAP
                   COMPUTE WS-SL-EXCESS = LV-SL-BALANCE - WS-SL-CAP
               END-IF
               IF WS-VL-EXCESS > 0 OR WS-SL-EXCESS > 0
                   PERFORM CONVERT-EXCESS-CREDITS
               END-IF
           END-IF.

       CONVERT-EXCESS-CREDITS.
           MOVE 0 TO WS-EMP-RATE.
           MOVE SPACES TO LMD-NAME.
           MOVE LV-EMP-ID TO EM-ID.
           READ EMPLOYEE-MASTER KEY IS EM-ID
               INVALID KEY
                   MOVE "** NOT ON EMPMAST **" TO LMD-NAME
               NOT INVALID KEY
                   MOVE EM-NAME TO LMD-NAME
                   IF EM-HOURLY-RATE IS NUMERIC
                       MOVE EM-HOURLY-RATE TO WS-EMP-RATE
                   END-IF
           END-READ.
           MOVE LV-EMP-ID TO LMD-EMP-ID.
           MOVE WS-VL-EXCESS TO LMD-VL-EXCESS.
           MOVE WS-SL-EXCESS TO LMD-SL-EXCESS.
           MOVE WS-EMP-RATE TO LMD-RATE.
      *> No rate to convert at - the credits stay on the balance
      *> and the record stays open for a rerun once one is set.
           IF WS-EMP-RATE = 0
               MOVE 0 TO LMD-AMOUNT
               MOVE "NOT MONETIZED - NO RATE" TO LMD-RESULT
               ADD 1 TO WS-NO-RATE-COUNT
           ELSE
               COMPUTE WS-EXCESS-DAYS = WS-VL-EXCESS + WS-SL-EXCESS
               COMPUTE WS-EXCESS-AMOUNT ROUNDED = WS-EXCESS-DAYS
                   * WS-HOURS-PER-DAY * WS-EMP-RATE
               SUBTRACT WS-VL-EXCESS FROM LV-VL-BALANCE
               SUBTRACT WS-SL-EXCESS FROM LV-SL-BALANCE
               ADD WS-EXCESS-DAYS TO LV-MONETIZE-DAYS
               ADD WS-EXCESS-AMOUNT TO LV-MONETIZE-AMOUNT
               MOVE WS-BUSINESS-YEAR TO LV-MONETIZE-YEAR
               REWRITE LEAVE-MASTER-REC
               IF WS-VL-EXCESS > 0
                   MOVE "V" TO LG-TYPE
                   MOVE WS-VL-EXCESS TO LG-DAYS
                   MOVE LV-VL-BALANCE TO LG-BALANCE-AFTER
                   PERFORM WRITE-MONETIZE-LEDGER
               END-IF
               IF WS-SL-EXCESS > 0
                   MOVE "S" TO LG-TYPE
                   MOVE WS-SL-EXCESS TO LG-DAYS
                   MOVE LV-SL-BALANCE TO LG-BALANCE-AFTER
                   PERFORM WRITE-MONETIZE-LEDGER
               END-IF
               ADD WS-EXCESS-DAYS TO WS-DAYS-TOTAL
               ADD WS-EXCESS-AMOUNT TO WS-AMOUNT-TOTAL
               ADD 1 TO WS-PAID-COUNT
               MOVE WS-EXCESS-AMOUNT TO LMD-AMOUNT
               MOVE "FOR PAYROLL" TO LMD-RESULT
           END-IF.
           MOVE LM-DETAIL-LINE TO WS-LM-BUILD.
           PERFORM WRITE-MONETIZE-LINE.

       WRITE-MONETIZE-LEDGER.
      *> The hours column carries the paid hours the days were
      *> converted at.
           MOVE LV-EMP-ID TO LG-EMP-ID.
           MOVE "M" TO LG-KIND.
           MOVE WS-BUSINESS-DATE TO LG-DATE.
           COMPUTE LG-HOURS = LG-DAYS * WS-HOURS-PER-DAY.
           MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE.
           WRITE LEAVE-LEDGER-REC.

       PRINT-CONTROL-TOTALS.
           MOVE WS-DAYS-TOTAL TO WS-DAYS-ED.
           MOVE WS-AMOUNT-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-LM-BUILD.
           STRING "DAYS MONETIZED: " WS-DAYS-ED
               "  AMOUNT FOR PAYROLL: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-LM-BUILD.
           PERFORM WRITE-MONETIZE-LINE.
           MOVE SPACES TO WS-LM-BUILD.
           STRING "EMPLOYEES PAID: " WS-PAID-COUNT
               "  NOT MONETIZED - NO RATE: " WS-NO-RATE-COUNT
               DELIMITED BY SIZE INTO WS-LM-BUILD.
           PERFORM WRITE-MONETIZE-LINE.
           MOVE WS-PAID-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-LM-BUILD.
           PERFORM WRITE-MONETIZE-LINE.

       START-MONETIZE-PAGE.
           ADD 1 TO WS-LM-PAGE-NO.
           MOVE "YEAR-END LEAVE MONETIZATION" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-LM-PAGE-NO TO RPT-H-PAGE.
           WRITE LM-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE LM-PRINT-LINE FROM LM-HEADING-LINE.
           MOVE 0 TO WS-LM-LINE-COUNT.

       WRITE-MONETIZE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-LM-LINE-COUNT >= 55
               PERFORM START-MONETIZE-PAGE
           END-IF.
           WRITE LM-PRINT-LINE FROM WS-LM-BUILD.
           ADD 1 TO WS-LM-LINE-COUNT.
