       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACR.
      *> Monthly leave credit accrual. Every active employee on
      *> EMPMAST is credited the LEAVECTL days of vacation and of
      *> sick leave for the business month, on the leave master
      *> (an employee with no leave record yet is opened one at a
      *> zero balance) and on the permanent LEAVELDG ledger. Each
      *> record is stamped with the month credited, so a rerun in
      *> the same month credits nothing twice. Terminated employees
      *> accrue nothing. HR's index cards are retired.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LV-FILE-STATUS.
           SELECT LEAVE-CONTROL ASSIGN TO "LEAVECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  LEAVE-CONTROL.
       COPY LEAVECTL.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-LV-FILE-STATUS          PIC XX.
       01  WS-LC-FILE-STATUS          PIC XX.
       01  WS-LG-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RUN-MONTH               PIC 9(6).
       01  WS-LEAVE-FOUND             PIC X.
       01  WS-VL-ACCRUAL              PIC 9V999 VALUE 0.
       01  WS-SL-ACCRUAL              PIC 9V999 VALUE 0.
       01  WS-ACCRUED-COUNT           PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT            PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-RUN-MONTH.
           PERFORM LOAD-LEAVE-CONTROL.
           IF WS-VL-ACCRUAL = 0 AND WS-SL-ACCRUAL = 0
               DISPLAY "LEAVECTL.DAT MISSING OR NO ACCRUAL SET - RUN"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-EM-FILE-STATUS " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-MASTER.
           IF WS-LV-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-MASTER
               CLOSE LEAVE-MASTER
               OPEN I-O LEAVE-MASTER
           END-IF.
           OPEN EXTEND LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF EM-ACTIVE
                           PERFORM ACCRUE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-MASTER.
           CLOSE LEAVE-LEDGER.
           DISPLAY "LEAVE ACCRUED FOR " WS-RUN-MONTH ": "
               WS-ACCRUED-COUNT " (NEW RECORDS " WS-OPENED-COUNT
               ") ALREADY CREDITED: " WS-SKIPPED-COUNT.
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
                       MOVE LC-VL-ACCRUAL TO WS-VL-ACCRUAL
                       MOVE LC-SL-ACCRUAL TO WS-SL-ACCRUAL
               END-READ
               CLOSE LEAVE-CONTROL
           END-IF.

       ACCRUE-ONE-EMPLOYEE.
           MOVE EM-ID TO LV-EMP-ID.
           READ LEAVE-MASTER KEY IS LV-EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-LEAVE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEAVE-FOUND
           END-READ.
           IF WS-LEAVE-FOUND = "N"
               MOVE EM-ID TO LV-EMP-ID
               MOVE 0 TO LV-VL-BALANCE
               MOVE 0 TO LV-SL-BALANCE
               MOVE 0 TO LV-VL-USED
               MOVE 0 TO LV-SL-USED
               MOVE WS-BUSINESS-DATE (1:4) TO LV-USED-YEAR
               MOVE 0 TO LV-LAST-ACCRUAL
               MOVE 0 TO LV-MONETIZE-DAYS
               MOVE 0 TO LV-MONETIZE-AMOUNT
               MOVE 0 TO LV-MONETIZE-YEAR
           END-IF.
           IF LV-LAST-ACCRUAL >= WS-RUN-MONTH
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD WS-VL-ACCRUAL TO LV-VL-BALANCE
               ADD WS-SL-ACCRUAL TO LV-SL-BALANCE
               MOVE WS-RUN-MONTH TO LV-LAST-ACCRUAL
               IF WS-LEAVE-FOUND = "N"
                   WRITE LEAVE-MASTER-REC
                   ADD 1 TO WS-OPENED-COUNT
               ELSE
                   REWRITE LEAVE-MASTER-REC
               END-IF
               ADD 1 TO WS-ACCRUED-COUNT
               IF WS-VL-ACCRUAL > 0
                   MOVE "V" TO LG-TYPE
                   MOVE WS-VL-ACCRUAL TO LG-DAYS
                   MOVE LV-VL-BALANCE TO LG-BALANCE-AFTER
                   PERFORM WRITE-ACCRUAL-LINE
               END-IF
               IF WS-SL-ACCRUAL > 0
                   MOVE "S" TO LG-TYPE
                   MOVE WS-SL-ACCRUAL TO LG-DAYS
                   MOVE LV-SL-BALANCE TO LG-BALANCE-AFTER
                   PERFORM WRITE-ACCRUAL-LINE
               END-IF
           END-IF.

       WRITE-ACCRUAL-LINE.
           MOVE EM-ID TO LG-EMP-ID.
           MOVE "A" TO LG-KIND.
           MOVE WS-BUSINESS-DATE TO LG-DATE.
           MOVE 0 TO LG-HOURS.
           MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE.
           WRITE LEAVE-LEDGER-REC.
