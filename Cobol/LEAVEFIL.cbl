       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEFIL.
      *> Leave filing sweep. Reads the filings in LEAVETXN.DAT
      *> and applies each against the employee's leave master, one
      *> logged line per filing applied or rejected - the FAMNT
      *> shape. A filing must name an active employee on EMPMAST,
      *> a known leave type, a real first day and a positive number
      *> of days in half days, and the days must be covered by the
      *> available balance of that type; filings are taken in file
      *> order, so two filings in one batch cannot both spend the
      *> same credits. An approved filing comes off the balance and
      *> lands on the LEAVELDG ledger with the paid hours the
      *> payroll counts for the days, so a day on paid leave is no
      *> longer a day short on the timesheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-TRANS ASSIGN TO "LEAVETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-FILE-STATUS.
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
           SELECT LEAVE-LOG ASSIGN TO "LEAVELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LL-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-TRANS.
       COPY LEAVETXN.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  LEAVE-MASTER.
       COPY LEAVEMST.
       FD  LEAVE-CONTROL.
       COPY LEAVECTL.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  LEAVE-LOG.
       COPY LEAVELOG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-LF-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-LV-FILE-STATUS          PIC XX.
       01  WS-LC-FILE-STATUS          PIC XX.
       01  WS-LG-FILE-STATUS          PIC XX.
       01  WS-LL-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RESULT                  PIC X(30).
       01  WS-HOURS-PER-DAY           PIC 99V9 VALUE 8.0.
       01  WS-WHOLE-DAYS              PIC 99.
       01  WS-HALF-CHECK              PIC 99V9.
       01  WS-DATE-CHECK              PIC 9(8).
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-LEAVE-CONTROL.
           OPEN INPUT LEAVE-TRANS.
           IF WS-LF-FILE-STATUS NOT = "00"
               DISPLAY "LEAVETXN.DAT NOT AVAILABLE - STATUS "
                   WS-LF-FILE-STATUS " - NOTHING DONE"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-EM-FILE-STATUS " - RUN REFUSED"
               CLOSE LEAVE-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-MASTER.
           IF WS-LV-FILE-STATUS NOT = "00"
               DISPLAY "LEAVEMST.DAT NOT AVAILABLE - STATUS "
                   WS-LV-FILE-STATUS " - RUN REFUSED"
               CLOSE LEAVE-TRANS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LEAVE-LEDGER.
           IF WS-LG-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LEDGER
           END-IF.
           OPEN EXTEND LEAVE-LOG.
           IF WS-LL-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LEAVE-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-FILING
               END-READ
           END-PERFORM.
           CLOSE LEAVE-TRANS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-MASTER.
           CLOSE LEAVE-LEDGER.
           CLOSE LEAVE-LOG.
           DISPLAY "LEAVE FILINGS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE LEAVELOG.DAT".
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

       APPLY-ONE-FILING.
           MOVE SPACES TO WS-RESULT.
           PERFORM EDIT-FILING-FIELDS.
           IF WS-RESULT = SPACES
               MOVE LF-EMP-ID TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   INVALID KEY
                       MOVE "REJECTED - NOT ON EMPLOYEE MASTER"
                           TO WS-RESULT
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           MOVE "REJECTED - EMPLOYEE NOT ACTIVE"
                               TO WS-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE LF-EMP-ID TO LV-EMP-ID
               READ LEAVE-MASTER KEY IS LV-EMP-ID
                   INVALID KEY
                       MOVE "REJECTED - NO LEAVE CREDITS"
                           TO WS-RESULT
                   NOT INVALID KEY
                       PERFORM TAKE-LEAVE-CREDITS
               END-READ
           END-IF.
           IF WS-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY LF-EMP-ID " " WS-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO LL-TIMESTAMP.
           MOVE LF-EMP-ID TO LL-EMP-ID.
           MOVE LF-TYPE TO LL-TYPE.
           MOVE LF-START-DATE TO LL-START-DATE.
           MOVE LF-DAYS TO LL-DAYS.
           MOVE WS-RESULT TO LL-RESULT.
           WRITE LEAVE-LOG-REC.

       EDIT-FILING-FIELDS.
      *> Leave is filed in whole and half days only.
           EVALUATE TRUE
               WHEN LF-EMP-ID = SPACES
                   MOVE "REJECTED - BLANK EMPLOYEE ID" TO WS-RESULT
               WHEN NOT LF-VACATION AND NOT LF-SICK
                   MOVE "REJECTED - BAD LEAVE TYPE" TO WS-RESULT
               WHEN LF-START-DATE IS NOT NUMERIC
                   MOVE "REJECTED - BAD START DATE" TO WS-RESULT
               WHEN LF-DAYS IS NOT NUMERIC OR LF-DAYS = 0
                   MOVE "REJECTED - BAD NUMBER OF DAYS" TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT = SPACES
               COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LF-START-DATE))
               IF WS-DATE-CHECK NOT = LF-START-DATE
                   MOVE "REJECTED - BAD START DATE" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               MOVE LF-DAYS TO WS-WHOLE-DAYS
               COMPUTE WS-HALF-CHECK = LF-DAYS - WS-WHOLE-DAYS
               IF WS-HALF-CHECK NOT = 0 AND WS-HALF-CHECK NOT = 0.5
                   MOVE "REJECTED - NOT IN HALF DAYS" TO WS-RESULT
               END-IF
           END-IF.

       TAKE-LEAVE-CREDITS.
      *> The year's used-days counters restart with the first
      *> filing of a new year.
           IF LV-USED-YEAR NOT = WS-BUSINESS-DATE (1:4)
               MOVE 0 TO LV-VL-USED
               MOVE 0 TO LV-SL-USED
               MOVE WS-BUSINESS-DATE (1:4) TO LV-USED-YEAR
           END-IF.
           IF LF-VACATION
               IF LF-DAYS > LV-VL-BALANCE
                   MOVE "REJECTED - NOT ENOUGH VACATION"
                       TO WS-RESULT
               ELSE
                   SUBTRACT LF-DAYS FROM LV-VL-BALANCE
                   ADD LF-DAYS TO LV-VL-USED
                   MOVE LV-VL-BALANCE TO LG-BALANCE-AFTER
               END-IF
           ELSE
               IF LF-DAYS > LV-SL-BALANCE
                   MOVE "REJECTED - NOT ENOUGH SICK LEAVE"
                       TO WS-RESULT
               ELSE
                   SUBTRACT LF-DAYS FROM LV-SL-BALANCE
                   ADD LF-DAYS TO LV-SL-USED
                   MOVE LV-SL-BALANCE TO LG-BALANCE-AFTER
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               REWRITE LEAVE-MASTER-REC
               MOVE LF-EMP-ID TO LG-EMP-ID
               MOVE LF-TYPE TO LG-TYPE
               MOVE "F" TO LG-KIND
               MOVE LF-START-DATE TO LG-DATE
               MOVE LF-DAYS TO LG-DAYS
               COMPUTE LG-HOURS = LF-DAYS * WS-HOURS-PER-DAY
               MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE
               WRITE LEAVE-LEDGER-REC
               MOVE "APPROVED" TO WS-RESULT
           END-IF.
