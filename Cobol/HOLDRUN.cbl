       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRUN.
      *> Nightly financial hold run. Totals every student's
      *> unpaid balance off the invoice register - the open amount
      *> (face less paid less credited) of each unpaid invoice on the
      *> student's account that has stood past the HOLDCTL grace
      *> days since issue - and brings the student's financial hold
      *> into line with it: a student owing at least the HOLDCTL
      *> minimum with no active financial hold gets one placed by
      *> the BURSAR, and an active financial hold whose student now
      *> owes less than the minimum is lifted with the business
      *> date. A hold still standing carries tonight's balance.
      *> Holds the other offices placed are copied through
      *> untouched. HOLDMAST.DAT is rewritten whole and the night's
      *> placements and lifts print to HOLDACT.DAT, so the cashier
      *> no longer has to phone the registrar. Run off the night
      *> schedule as a daily step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT HOLD-CONTROL ASSIGN TO "HOLDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT ACTIVITY-REPORT ASSIGN TO "HOLDACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Student master - tuition is billed to the student's own
      *> number as account ID, so an account on the master is a
      *> student; the register's other debtors are never held.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  HOLD-CONTROL.
       COPY HOLDCTL.
       FD  INVOICE-FILE.
       COPY INVOICE.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  ACTIVITY-REPORT.
       01  HA-PRINT-LINE              PIC X(132).
       FD  STUDENT-MASTER.
       COPY STUMAST.
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-HC-FILE-STATUS          PIC XX.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-ISSUE-DATE              PIC 9(8).
       01  WS-DAYS-OPEN               PIC S9(5).
       01  WS-OPEN-BALANCE            PIC S9(9)V99.
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
       01  WS-PLACED-COUNT            PIC 9(5) VALUE 0.
       01  WS-LIFTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-STANDING-COUNT          PIC 9(5) VALUE 0.
      *> Hold thresholds - HOLDCTL overrides.
       01  WS-MIN-BALANCE             PIC 9(5)V99 VALUE 1.00.
       01  WS-GRACE-DAYS              PIC 9(3) VALUE 30.
      *> The hold file, held whole for the rewrite.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  HOLD-TABLE-AREA.
           05  HOLD-ENTRY OCCURS 3000 TIMES.
               10  HLT-STU-ID         PIC X(9).
               10  HLT-TYPE           PIC X.
               10  HLT-OFFICE         PIC X(10).
               10  HLT-STATUS         PIC X.
               10  HLT-PLACED-DATE    PIC 9(8).
               10  HLT-LIFTED-DATE    PIC 9(8).
               10  HLT-AMOUNT         PIC 9(7)V99.
               10  HLT-REASON         PIC X(30).
      *> Unpaid balance per student, with whether tonight's run
      *> found an active financial hold already covering it.
       01  WS-BL-COUNT                PIC 9(4) VALUE 0.
       01  WS-BL-SUB                  PIC 9(4).
       01  WS-BL-HIT                  PIC 9(4).
       01  BALANCE-TABLE-AREA.
           05  BALANCE-ENTRY OCCURS 2000 TIMES.
               10  BLT-STU-ID         PIC X(9).
               10  BLT-BALANCE        PIC 9(9)V99.
               10  BLT-HELD           PIC X.
      *> Report page handling - the shop's 55-line standard.
       01  WS-HA-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-HA-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-HA-BUILD                PIC X(132).
       01  HA-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(8)  VALUE "ACTION".
           05  FILLER                 PIC X(15) VALUE "  UNPAID".
           05  FILLER                 PIC X(10) VALUE "PLACED".
       01  HA-DETAIL-LINE.
           05  HAD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HAD-ACTION             PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HAD-BALANCE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  HAD-PLACED-DATE        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-HOLD-CONTROL.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "STUMAST.DAT NOT AVAILABLE - STATUS "
                   WS-SM-FILE-STATUS " - HOLD RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-UNPAID-BALANCES.
           CLOSE STUDENT-MASTER.
      *> A hold file rewritten from a truncated table would
      *> drop holds - refuse rather than lose them.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "HOLD RUN TABLE CAPACITY EXCEEDED - RUN"
                   " REFUSED, HOLDMAST.DAT LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACTIVITY-REPORT.
           MOVE 0 TO WS-HA-PAGE-NO.
           MOVE 99 TO WS-HA-LINE-COUNT.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT
               IF HLT-TYPE (WS-HT-SUB) = "F"
                       AND HLT-STATUS (WS-HT-SUB) = "A"
                   PERFORM REVIEW-FINANCIAL-HOLD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
                       OR WS-TABLE-OVERFLOW = "Y"
               IF BLT-HELD (WS-BL-SUB) = "N"
                       AND BLT-BALANCE (WS-BL-SUB) >= WS-MIN-BALANCE
                   PERFORM PLACE-FINANCIAL-HOLD
               END-IF
           END-PERFORM.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "HOLDMAST.DAT EXCEEDS 3000 HOLDS - RUN"
                   " REFUSED, HOLDMAST.DAT LEFT UNTOUCHED"
               CLOSE ACTIVITY-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REWRITE-HOLD-FILE.
           MOVE SPACES TO WS-HA-BUILD.
           STRING "PLACED: " WS-PLACED-COUNT
               "  LIFTED: " WS-LIFTED-COUNT
               "  STILL HELD: " WS-STANDING-COUNT
               DELIMITED BY SIZE INTO WS-HA-BUILD.
           PERFORM WRITE-ACTIVITY-LINE.
           COMPUTE RPT-T-COUNT = WS-PLACED-COUNT + WS-LIFTED-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-HA-BUILD.
           PERFORM WRITE-ACTIVITY-LINE.
           CLOSE ACTIVITY-REPORT.
           DISPLAY "FINANCIAL HOLDS PLACED: " WS-PLACED-COUNT
               " LIFTED: " WS-LIFTED-COUNT
               " - SEE HOLDACT.DAT".
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

       LOAD-HOLD-CONTROL.
           OPEN INPUT HOLD-CONTROL.
           IF WS-HC-FILE-STATUS = "00"
               READ HOLD-CONTROL
                   NOT AT END
                       IF HC-MIN-BALANCE IS NUMERIC
                               AND HC-MIN-BALANCE > 0
                           MOVE HC-MIN-BALANCE TO WS-MIN-BALANCE
                       END-IF
                       IF HC-GRACE-DAYS IS NUMERIC
                           MOVE HC-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE HOLD-CONTROL
           END-IF.

       LOAD-HOLDS.
           MOVE 0 TO WS-HT-COUNT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLD-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TABLE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       TABLE-ONE-HOLD.
           IF WS-HT-COUNT < 3000
               ADD 1 TO WS-HT-COUNT
               MOVE HL-STU-ID TO HLT-STU-ID (WS-HT-COUNT)
               MOVE HL-TYPE TO HLT-TYPE (WS-HT-COUNT)
               MOVE HL-OFFICE TO HLT-OFFICE (WS-HT-COUNT)
               MOVE HL-STATUS TO HLT-STATUS (WS-HT-COUNT)
               MOVE HL-PLACED-DATE TO HLT-PLACED-DATE (WS-HT-COUNT)
               MOVE HL-LIFTED-DATE TO HLT-LIFTED-DATE (WS-HT-COUNT)
               MOVE HL-AMOUNT TO HLT-AMOUNT (WS-HT-COUNT)
               MOVE HL-REASON TO HLT-REASON (WS-HT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY "HOLDMAST.DAT EXCEEDS 3000 HOLDS"
           END-IF.

       LOAD-UNPAID-BALANCES.
           MOVE 0 TO WS-BL-COUNT.
           OPEN INPUT INVOICE-FILE.
           IF WS-IV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF IV-UNPAID
                               PERFORM ADD-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       ADD-ONE-INVOICE.
      *> The open balance counts, not the face amount - the same
      *> arithmetic the aging run uses. Lines written before the
      *> paid-to-date field existed read back as spaces, which
      *> counts as zero paid.
           IF IV-PAID-AMOUNT IS NUMERIC
               COMPUTE WS-OPEN-BALANCE = IV-AMOUNT - IV-PAID-AMOUNT
           ELSE
               MOVE IV-AMOUNT TO WS-OPEN-BALANCE
           END-IF.
           IF IV-CREDIT-AMOUNT IS NUMERIC
               SUBTRACT IV-CREDIT-AMOUNT FROM WS-OPEN-BALANCE
           END-IF.
           COMPUTE WS-ISSUE-DATE = IV-ISSUE-YEAR * 10000
               + IV-ISSUE-MONTH * 100 + IV-ISSUE-DAY.
           MOVE 0 TO WS-DAYS-OPEN.
           IF WS-BUSINESS-DATE > WS-ISSUE-DATE
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE)
           END-IF.
           IF WS-OPEN-BALANCE > 0 AND WS-DAYS-OPEN >= WS-GRACE-DAYS
               PERFORM FIND-STUDENT-BALANCE
               IF WS-BL-HIT > 0
                   ADD WS-OPEN-BALANCE TO BLT-BALANCE (WS-BL-HIT)
               END-IF
           END-IF.

       FIND-STUDENT-BALANCE.
      *> An account not yet in the table is taken on only when it
      *> is a student's.
           MOVE 0 TO WS-BL-HIT.
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT OR WS-BL-HIT > 0
               IF BLT-STU-ID (WS-BL-SUB) = IV-ACCOUNT-ID
                   MOVE WS-BL-SUB TO WS-BL-HIT
               END-IF
           END-PERFORM.
           IF WS-BL-HIT = 0
               MOVE IV-ACCOUNT-ID TO SM-ID
               READ STUDENT-MASTER KEY IS SM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-BL-COUNT < 2000
                           ADD 1 TO WS-BL-COUNT
                           MOVE WS-BL-COUNT TO WS-BL-HIT
                           MOVE IV-ACCOUNT-ID
                               TO BLT-STU-ID (WS-BL-HIT)
                           MOVE 0 TO BLT-BALANCE (WS-BL-HIT)
                           MOVE "N" TO BLT-HELD (WS-BL-HIT)
                       ELSE
                           MOVE "Y" TO WS-TABLE-OVERFLOW
                           DISPLAY "MORE THAN 2000 STUDENTS OWING"
                       END-IF
               END-READ
           END-IF.

       REVIEW-FINANCIAL-HOLD.
           MOVE 0 TO WS-BL-HIT.
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT OR WS-BL-HIT > 0
               IF BLT-STU-ID (WS-BL-SUB) = HLT-STU-ID (WS-HT-SUB)
                   MOVE WS-BL-SUB TO WS-BL-HIT
               END-IF
           END-PERFORM.
           IF WS-BL-HIT > 0
               IF BLT-BALANCE (WS-BL-HIT) >= WS-MIN-BALANCE
                   MOVE "Y" TO BLT-HELD (WS-BL-HIT)
               END-IF
           END-IF.
           IF WS-BL-HIT > 0 AND BLT-HELD (WS-BL-HIT) = "Y"
               MOVE BLT-BALANCE (WS-BL-HIT)
                   TO HLT-AMOUNT (WS-HT-SUB)
               ADD 1 TO WS-STANDING-COUNT
           ELSE
               MOVE "L" TO HLT-STATUS (WS-HT-SUB)
               MOVE WS-BUSINESS-DATE TO HLT-LIFTED-DATE (WS-HT-SUB)
               MOVE 0 TO HLT-AMOUNT (WS-HT-SUB)
               ADD 1 TO WS-LIFTED-COUNT
               MOVE HLT-STU-ID (WS-HT-SUB) TO HAD-STU-ID
               MOVE "LIFTED" TO HAD-ACTION
               MOVE 0 TO HAD-BALANCE
               MOVE HLT-PLACED-DATE (WS-HT-SUB) TO HAD-PLACED-DATE
               MOVE HA-DETAIL-LINE TO WS-HA-BUILD
               PERFORM WRITE-ACTIVITY-LINE
           END-IF.

       PLACE-FINANCIAL-HOLD.
           IF WS-HT-COUNT < 3000
               ADD 1 TO WS-HT-COUNT
               MOVE BLT-STU-ID (WS-BL-SUB) TO HLT-STU-ID (WS-HT-COUNT)
               MOVE "F" TO HLT-TYPE (WS-HT-COUNT)
               MOVE "BURSAR" TO HLT-OFFICE (WS-HT-COUNT)
               MOVE "A" TO HLT-STATUS (WS-HT-COUNT)
               MOVE WS-BUSINESS-DATE TO HLT-PLACED-DATE (WS-HT-COUNT)
               MOVE 0 TO HLT-LIFTED-DATE (WS-HT-COUNT)
               MOVE BLT-BALANCE (WS-BL-SUB) TO HLT-AMOUNT (WS-HT-COUNT)
               MOVE "UNPAID TUITION BALANCE" TO HLT-REASON (WS-HT-COUNT)
               MOVE "Y" TO BLT-HELD (WS-BL-SUB)
               ADD 1 TO WS-PLACED-COUNT
               MOVE BLT-STU-ID (WS-BL-SUB) TO HAD-STU-ID
               MOVE "PLACED" TO HAD-ACTION
               MOVE BLT-BALANCE (WS-BL-SUB) TO HAD-BALANCE
               MOVE WS-BUSINESS-DATE TO HAD-PLACED-DATE
               MOVE HA-DETAIL-LINE TO WS-HA-BUILD
               PERFORM WRITE-ACTIVITY-LINE
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-MASTER.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT
               MOVE HLT-STU-ID (WS-HT-SUB) TO HL-STU-ID
               MOVE HLT-TYPE (WS-HT-SUB) TO HL-TYPE
               MOVE HLT-OFFICE (WS-HT-SUB) TO HL-OFFICE
               MOVE HLT-STATUS (WS-HT-SUB) TO HL-STATUS
               MOVE HLT-PLACED-DATE (WS-HT-SUB) TO HL-PLACED-DATE
               MOVE HLT-LIFTED-DATE (WS-HT-SUB) TO HL-LIFTED-DATE
               MOVE HLT-AMOUNT (WS-HT-SUB) TO HL-AMOUNT
               MOVE HLT-REASON (WS-HT-SUB) TO HL-REASON
               WRITE STUDENT-HOLD-REC
           END-PERFORM.
           CLOSE HOLD-MASTER.

       START-ACTIVITY-PAGE.
           ADD 1 TO WS-HA-PAGE-NO.
           MOVE "FINANCIAL HOLD ACTIVITY" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-HA-PAGE-NO TO RPT-H-PAGE.
           WRITE HA-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE HA-PRINT-LINE FROM HA-COLUMN-LINE.
           MOVE 0 TO WS-HA-LINE-COUNT.

       WRITE-ACTIVITY-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-HA-LINE-COUNT >= 55
               PERFORM START-ACTIVITY-PAGE
           END-IF.
           WRITE HA-PRINT-LINE FROM WS-HA-BUILD.
           ADD 1 TO WS-HA-LINE-COUNT.
