      *> bills a student twice. The student's nine-character number
      *> is the invoice's account ID, which finally pulls tuition -
      *> our largest receivable - into RECVABLE's overdue report.
      *> The student's scholarships and discounts for the term on
      *> GRANTMST are taken off as the invoice is built, so the
      *> invoice is the net the student owes and the register shows
      *> gross, discount and net; a student a grant covers in full
      *> gets no invoice. Each grant applied is logged on GRANTAPL
      *> for the GL posting to carry its cost to scholarship expense
      *> or to the sponsor's receivable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT GRANT-MASTER ASSIGN TO "GRANTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT GRANT-APPLIED ASSIGN TO "GRANTAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-FILE-STATUS.
           SELECT ASSESS-REGISTER ASSIGN TO "TUITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Account master - a billed student must have an account
       COPY ASSESSCT.
       FD  INVOICE-FILE.
       COPY INVOICE.
       FD  GRANT-MASTER.
       COPY GRANTMST.
       FD  GRANT-APPLIED.
       COPY GRANTAPL.
       FD  ASSESS-REGISTER.
       01  TU-PRINT-LINE              PIC X(132).
       FD  ACCOUNT-MASTER.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-AC-FILE-STATUS          PIC XX.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-GT-FILE-STATUS          PIC XX.
       01  WS-GA-FILE-STATUS          PIC XX.
       01  WS-STU-NAME                PIC X(20).
       01  WS-SEEDED-COUNT            PIC 9(5) VALUE 0.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-TERM                    PIC 9 VALUE 0.
       01  WS-RATE-PER-UNIT           PIC 9(5)V99 VALUE 0.
       01  WS-STUDENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNITS-TOTAL             PIC 9(6) VALUE 0.
       01  WS-AMOUNT-TOTAL            PIC 9(9)V99 VALUE 0.
      *> Grants - the term's lines off GRANTMST, and what each
      *> took off the student being billed.
       01  WS-TUITION-AMOUNT          PIC 9(7)V99.
       01  WS-GROSS-AMOUNT            PIC 9(7)V99.
       01  WS-DISCOUNT-AMOUNT         PIC 9(7)V99.
       01  WS-TUITION-LEFT            PIC 9(7)V99.
       01  WS-MISC-LEFT               PIC 9(7)V99.
       01  WS-GRANT-AMOUNT            PIC 9(7)V99.
       01  WS-GRANT-BASE              PIC 9(7)V99.
       01  WS-GROSS-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-DISCOUNT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-GRANT-COUNT             PIC 9(5) VALUE 0.
       01  WS-COVERED-COUNT           PIC 9(5) VALUE 0.
       01  WS-GT-COUNT                PIC 9(3) VALUE 0.
       01  WS-GT-SUB                  PIC 9(3).
       01  WS-GT-OVERFLOW             PIC X VALUE "N".
       01  GRANT-TABLE-AREA.
           05  GRANT-ENTRY OCCURS 500 TIMES.
               10  GTT-STU-ID         PIC X(9).
               10  GTT-GRANT-CODE     PIC X(6).
               10  GTT-BASIS          PIC X.
               10  GTT-PERCENT        PIC 999V99.
               10  GTT-AMOUNT         PIC 9(7)V99.
               10  GTT-COVERAGE       PIC X.
               10  GTT-SPONSOR        PIC X(20).
               10  GTT-APPLIED        PIC 9(7)V99.
      *> Register page handling - the shop's 55-line standard.
       01  WS-TU-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-TU-PAGE-NO              PIC 9(4) VALUE 0.
           05  FILLER PIC X(11) VALUE "STUDENT ID".
           05  FILLER PIC X(9)  VALUE "INVOICE".
           05  FILLER PIC X(7)  VALUE "UNITS".
           05  FILLER PIC X(9)  VALUE "    GROSS".
           05  FILLER PIC X(12) VALUE "    DISCOUNT".
           05  FILLER PIC X(12) VALUE "         NET".
       01  TU-DETAIL-LINE.
           05  TUD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TUD-UNITS              PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  TUD-GROSS              PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TUD-DISCOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TUD-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TUD-NOTE               PIC X(7).

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
           PERFORM LOAD-TERM-CONTROL.
           PERFORM CHECK-ALREADY-ASSESSED.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-TERM-GRANTS.
      *> A grant past the table would silently go unapplied and
      *> the student billed in full.
           IF WS-GT-OVERFLOW = "Y"
               DISPLAY "GRANTMST.DAT EXCEEDS 500 GRANTS FOR THE TERM"
                   " - ASSESSMENT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-FILE-STATUS NOT = "00"
               DISPLAY "ENROLL.DAT NOT AVAILABLE - STATUS "
               CLOSE STUDENT-MASTER
               OPEN INPUT STUDENT-MASTER
           END-IF.
           OPEN EXTEND GRANT-APPLIED.
           IF WS-GA-FILE-STATUS = "35"
               OPEN OUTPUT GRANT-APPLIED
           END-IF.
           OPEN OUTPUT ASSESS-REGISTER.
           MOVE 0 TO WS-TU-PAGE-NO.
           MOVE 99 TO WS-TU-LINE-COUNT.
           CLOSE INVOICE-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE GRANT-APPLIED.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE ASSESS-REGISTER.
           PERFORM STAMP-ASSESS-CONTROL.
           DISPLAY "STUDENTS BILLED: " WS-STUDENT-COUNT
               " TOTAL ASSESSED: " WS-AMOUNT-TOTAL
               " - SEE TUITREG.DAT".
           IF WS-GRANT-COUNT > 0
               DISPLAY "GRANTS APPLIED: " WS-GRANT-COUNT
                   " TOTAL DISCOUNT: " WS-DISCOUNT-TOTAL
                   " FULLY COVERED: " WS-COVERED-COUNT
           END-IF.
           IF WS-SEEDED-COUNT > 0
               DISPLAY "ACCOUNTS SEEDED ON ACCTMAST: "
                   WS-SEEDED-COUNT
               STOP RUN
           END-IF.

       LOAD-TERM-GRANTS.
           MOVE 0 TO WS-GT-COUNT.
           OPEN INPUT GRANT-MASTER.
           IF WS-GT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GRANT-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GT-SCHOOL-YEAR = WS-SCHOOL-YEAR
                                   AND GT-TERM = WS-TERM
                               PERFORM TABLE-ONE-GRANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANT-MASTER
           END-IF.

       TABLE-ONE-GRANT.
           IF WS-GT-COUNT < 500
               ADD 1 TO WS-GT-COUNT
               MOVE GT-STU-ID TO GTT-STU-ID (WS-GT-COUNT)
               MOVE GT-GRANT-CODE TO GTT-GRANT-CODE (WS-GT-COUNT)
               MOVE GT-BASIS TO GTT-BASIS (WS-GT-COUNT)
               MOVE 0 TO GTT-PERCENT (WS-GT-COUNT)
               IF GT-PERCENT IS NUMERIC
                   MOVE GT-PERCENT TO GTT-PERCENT (WS-GT-COUNT)
               END-IF
               MOVE 0 TO GTT-AMOUNT (WS-GT-COUNT)
               IF GT-AMOUNT IS NUMERIC
                   MOVE GT-AMOUNT TO GTT-AMOUNT (WS-GT-COUNT)
               END-IF
               MOVE GT-COVERAGE TO GTT-COVERAGE (WS-GT-COUNT)
               MOVE GT-SPONSOR TO GTT-SPONSOR (WS-GT-COUNT)
               MOVE 0 TO GTT-APPLIED (WS-GT-COUNT)
           ELSE
               MOVE "Y" TO WS-GT-OVERFLOW
           END-IF.

       ASSESS-ONE-LINE.
           IF WS-HAVE-STUDENT = "Y"
                   AND EN-STU-ID NOT = WS-PREV-STU-ID

       BILL-ONE-STUDENT.
           PERFORM ENSURE-STUDENT-ACCOUNT.
           COMPUTE WS-TUITION-AMOUNT =
               WS-STU-UNITS * WS-RATE-PER-UNIT.
           COMPUTE WS-GROSS-AMOUNT = WS-TUITION-AMOUNT + WS-MISC-FEE.
           PERFORM APPLY-STUDENT-GRANTS.
           COMPUTE WS-STU-AMOUNT =
               WS-GROSS-AMOUNT - WS-DISCOUNT-AMOUNT.
           MOVE SPACES TO TUD-NOTE.
      *> A student a grant covers in full owes nothing - no
      *> invoice is raised to sit open on the receivables.
           IF WS-STU-AMOUNT > 0
               PERFORM ISSUE-STUDENT-INVOICE
           ELSE
               MOVE 0 TO WS-INVOICE-NO
               MOVE "COVERED" TO TUD-NOTE
               ADD 1 TO WS-COVERED-COUNT
           END-IF.
           PERFORM LOG-STUDENT-GRANTS.
           ADD 1 TO WS-STUDENT-COUNT.
           ADD WS-STU-UNITS TO WS-UNITS-TOTAL.
           ADD WS-STU-AMOUNT TO WS-AMOUNT-TOTAL.
           ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL.
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL.
           MOVE WS-PREV-STU-ID TO TUD-STU-ID.
           MOVE WS-INVOICE-NO TO TUD-INVOICE.
           MOVE WS-STU-UNITS TO TUD-UNITS.
           MOVE WS-GROSS-AMOUNT TO TUD-GROSS.
           MOVE WS-DISCOUNT-AMOUNT TO TUD-DISCOUNT.
           MOVE WS-STU-AMOUNT TO TUD-AMOUNT.
           MOVE TU-DETAIL-LINE TO WS-TU-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           DISPLAY TU-DETAIL-LINE.

       APPLY-STUDENT-GRANTS.
      *> Each grant takes its share off what is still billed on
      *> the fees it covers - tuition first, then the miscellaneous
      *> fee where the grant includes it - so stacked grants never
      *> take the invoice below zero.
           MOVE 0 TO WS-DISCOUNT-AMOUNT.
           MOVE WS-TUITION-AMOUNT TO WS-TUITION-LEFT.
           MOVE WS-MISC-FEE TO WS-MISC-LEFT.
           PERFORM VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-COUNT
               IF GTT-STU-ID (WS-GT-SUB) = WS-PREV-STU-ID
                   PERFORM APPLY-ONE-GRANT
               END-IF
           END-PERFORM.

       APPLY-ONE-GRANT.
           IF GTT-COVERAGE (WS-GT-SUB) = "A"
               MOVE WS-GROSS-AMOUNT TO WS-GRANT-BASE
           ELSE
               MOVE WS-TUITION-AMOUNT TO WS-GRANT-BASE
           END-IF.
           IF GTT-BASIS (WS-GT-SUB) = "P"
               COMPUTE WS-GRANT-AMOUNT ROUNDED =
                   WS-GRANT-BASE * GTT-PERCENT (WS-GT-SUB) / 100
           ELSE
               MOVE GTT-AMOUNT (WS-GT-SUB) TO WS-GRANT-AMOUNT
           END-IF.
           IF WS-GRANT-AMOUNT > WS-TUITION-LEFT
               IF GTT-COVERAGE (WS-GT-SUB) = "A"
                   IF WS-GRANT-AMOUNT > WS-TUITION-LEFT + WS-MISC-LEFT
                       COMPUTE WS-GRANT-AMOUNT =
                           WS-TUITION-LEFT + WS-MISC-LEFT
                   END-IF
                   COMPUTE WS-MISC-LEFT = WS-MISC-LEFT
                       - (WS-GRANT-AMOUNT - WS-TUITION-LEFT)
                   MOVE 0 TO WS-TUITION-LEFT
               ELSE
                   MOVE WS-TUITION-LEFT TO WS-GRANT-AMOUNT
                   MOVE 0 TO WS-TUITION-LEFT
               END-IF
           ELSE
               SUBTRACT WS-GRANT-AMOUNT FROM WS-TUITION-LEFT
           END-IF.
           MOVE WS-GRANT-AMOUNT TO GTT-APPLIED (WS-GT-SUB).
           ADD WS-GRANT-AMOUNT TO WS-DISCOUNT-AMOUNT.

       LOG-STUDENT-GRANTS.
           PERFORM VARYING WS-GT-SUB FROM 1 BY 1
                   UNTIL WS-GT-SUB > WS-GT-COUNT
               IF GTT-STU-ID (WS-GT-SUB) = WS-PREV-STU-ID
                       AND GTT-APPLIED (WS-GT-SUB) > 0
                   MOVE WS-BUSINESS-DATE TO GA-POST-DATE
                   MOVE WS-PREV-STU-ID TO GA-STU-ID
                   MOVE WS-SCHOOL-YEAR TO GA-SCHOOL-YEAR
                   MOVE WS-TERM TO GA-TERM
                   MOVE GTT-GRANT-CODE (WS-GT-SUB) TO GA-GRANT-CODE
                   MOVE GTT-SPONSOR (WS-GT-SUB) TO GA-SPONSOR
                   MOVE WS-INVOICE-NO TO GA-INVOICE-NO
                   MOVE GTT-APPLIED (WS-GT-SUB) TO GA-AMOUNT
                   WRITE GRANT-APPLIED-REC
                   ADD 1 TO WS-GRANT-COUNT
               END-IF
           END-PERFORM.

       ISSUE-STUDENT-INVOICE.
           CALL "INVNOGEN" USING WS-INVOICE-NO.
           MOVE WS-INVOICE-NO TO IV-NUMBER.
           MOVE WS-PREV-STU-ID TO IV-ACCOUNT-ID.
           MOVE WS-STU-AMOUNT TO IV-AMOUNT.
           MOVE WS-BUSINESS-DATE (1:4) TO IV-ISSUE-YEAR.
           MOVE WS-BUSINESS-DATE (5:2) TO IV-ISSUE-MONTH.
           MOVE WS-BUSINESS-DATE (7:2) TO IV-ISSUE-DAY.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE 0 TO IV-PAID-AMOUNT.
           MOVE 0 TO IV-CREDIT-AMOUNT.
           MOVE SPACE TO IV-CLOSE-CODE.
           MOVE SPACE TO IV-KIND.
           MOVE 0 TO IV-SOURCE-INVOICE.
           WRITE INV-REC.

       ENSURE-STUDENT-ACCOUNT.
      *> The invoice must land on a known account. A student
      *> not yet on the account master is seeded from the student
               " ASSESSED: " WS-AMOUNT-TOTAL
               DELIMITED BY SIZE INTO WS-TU-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-TU-BUILD.
           STRING "GROSS: " WS-GROSS-TOTAL
               " DISCOUNT: " WS-DISCOUNT-TOTAL
               " GRANTS: " WS-GRANT-COUNT
               " FULLY COVERED: " WS-COVERED-COUNT
               DELIMITED BY SIZE INTO WS-TU-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-STUDENT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-TU-BUILD.
           PERFORM WRITE-REGISTER-LINE.
