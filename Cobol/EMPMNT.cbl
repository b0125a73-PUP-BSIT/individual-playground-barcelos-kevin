       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
      *> Employee-master maintenance sweep, retiring the text
      *> editor on EMPMAST.DAT the way ACCTMNT retired it on the
      *> account master. Reads the add/change/terminate requests in
      *> EMPTXN.DAT and applies each against the indexed master
      *> after the field edits: a name and a known pay basis on an
      *> add, a positive hourly rate for hourly staff, a rest day 1
      *> through 7, a bank account of 10 to 12 digits, and the
      *> government numbers in the agencies' formats - SSS 10
      *> digits, PhilHealth 12, Pag-IBIG MID 12, TIN 9 digits with
      *> or without the 3-digit branch code. A new employee, and
      *> any change to the bank account, pay basis or hourly rate
      *> or a clearing of the bounced-account flag, applies only
      *> after a second user's sign-on (SUPVCONF) - never the clerk
      *> who keyed the request nor the employee concerned. A rate
      *> or pay basis set here is also recorded on RATEHIST,
      *> effective the business date, so the payroll and RATEMNT
      *> keep to it; a new bank account clears the bounced flag.
      *> Terminated employees are marked, never deleted - FINALPAY
      *> still settles them. Every request lands on EMPJRNL.DAT with
      *> the record before and after, and every applied one on the
      *> shared audit log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT EMP-TRANS ASSIGN TO "EMPTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ET-FILE-STATUS.
           SELECT EMP-JOURNAL ASSIGN TO "EMPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJ-FILE-STATUS.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-FILE-STATUS.
           SELECT RATE-LOG ASSIGN TO "RATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RZ-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMP-TRANS.
       COPY EMPTXN.
       FD  EMP-JOURNAL.
       COPY EMPJRNL.
       FD  RATE-HISTORY.
       COPY RATEHIST.
       FD  RATE-LOG.
       COPY RATELOG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-ET-FILE-STATUS          PIC XX.
       01  WS-EJ-FILE-STATUS          PIC XX.
       01  WS-RA-FILE-STATUS          PIC XX.
       01  WS-RZ-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-SCAN-EOF                PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RESULT                  PIC X(30).
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(5) VALUE 0.
      *> The master as it stood before the request, and what
      *> about it the request touches.
       01  WS-EMP-FOUND               PIC X.
       01  WS-BEFORE-IMAGE            PIC X(108).
       01  WS-OLD-BANK-ACCT           PIC X(12).
       01  WS-OLD-PAY-TYPE            PIC X.
       01  WS-OLD-RATE                PIC 9(4)V99.
       01  WS-OLD-BANK-FLAG           PIC X.
       01  WS-NEEDS-APPROVAL          PIC X.
       01  WS-RATE-CHANGED            PIC X.
      *> Second-user approval.
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "EMPMNT".
       01  WS-EXCLUDE-EMP             PIC X(8).
       01  WS-SUPER-ID                PIC X(8).
       01  WS-SUPER-OK                PIC X.
       01  WS-STAMP-USER              PIC X(8).
       01  WS-STAMP-DETAIL            PIC X(40).
      *> Format edit working fields.
       01  WS-EDIT-FIELD              PIC X(12).
       01  WS-EDIT-SUB                PIC 99.
       01  WS-DIGIT-COUNT             PIC 99.
       01  WS-SPACE-SEEN              PIC X.
       01  WS-EDIT-BAD                PIC X.
      *> Commission plan carried forward onto a RATEHIST line
      *> written here - the latest plan in force, the standard
      *> tiers when the history has none.
       01  WS-PLAN-DATE               PIC 9(8).
       01  WS-CARRY-PLAN              PIC X.
       01  WS-CARRY-COMM-RATE         PIC V999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER
               OPEN I-O EMPLOYEE-MASTER
           END-IF.
           OPEN INPUT EMP-TRANS.
           IF WS-ET-FILE-STATUS NOT = "00"
               DISPLAY "EMPTXN.DAT NOT AVAILABLE - STATUS "
                   WS-ET-FILE-STATUS " - NOTHING DONE"
               CLOSE EMPLOYEE-MASTER
               STOP RUN
           END-IF.
           OPEN EXTEND EMP-JOURNAL.
           IF WS-EJ-FILE-STATUS = "35"
               OPEN OUTPUT EMP-JOURNAL
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EMP-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM.
           CLOSE EMP-TRANS.
           CLOSE EMP-JOURNAL.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY "EMPLOYEE TXNS APPLIED: " WS-APPLIED-COUNT
               " (" WS-APPROVED-COUNT " WITH SECOND APPROVAL)"
               " REJECTED: " WS-REJECT-COUNT
               " - SEE EMPJRNL.DAT".
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

       APPLY-ONE-TXN.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO WS-SUPER-ID.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "N" TO WS-NEEDS-APPROVAL.
           MOVE "N" TO WS-RATE-CHANGED.
           MOVE ET-EMP-ID TO EM-ID.
           READ EMPLOYEE-MASTER KEY IS EM-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMP-MASTER-REC TO WS-BEFORE-IMAGE
                   MOVE EM-BANK-ACCT TO WS-OLD-BANK-ACCT
                   MOVE EM-PAY-TYPE TO WS-OLD-PAY-TYPE
                   MOVE EM-BANK-ACCT-FLAG TO WS-OLD-BANK-FLAG
                   IF EM-HOURLY-RATE IS NUMERIC
                       MOVE EM-HOURLY-RATE TO WS-OLD-RATE
                   ELSE
                       MOVE 0 TO WS-OLD-RATE
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN ET-EMP-ID = SPACES
                   MOVE "REJECTED - EMPLOYEE ID BLANK" TO WS-RESULT
               WHEN ET-ADD
                   IF WS-EMP-FOUND = "Y"
                       MOVE "REJECTED - ID ALREADY EXISTS"
                           TO WS-RESULT
                   ELSE
                       PERFORM BUILD-NEW-EMPLOYEE
                   END-IF
               WHEN ET-CHANGE
                   EVALUATE TRUE
                       WHEN WS-EMP-FOUND = "N"
                           MOVE "REJECTED - ID NOT ON FILE"
                               TO WS-RESULT
                       WHEN EM-TERMINATED
                           MOVE "REJECTED - EMPLOYEE SEPARATED"
                               TO WS-RESULT
                       WHEN OTHER
                           PERFORM BUILD-CHANGED-EMPLOYEE
                   END-EVALUATE
               WHEN ET-TERMINATE
                   EVALUATE TRUE
                       WHEN WS-EMP-FOUND = "N"
                           MOVE "REJECTED - ID NOT ON FILE"
                               TO WS-RESULT
                       WHEN EM-TERMINATED
                           MOVE "REJECTED - ALREADY TERMINATED"
                               TO WS-RESULT
                       WHEN OTHER
                           MOVE "T" TO EM-STATUS
                   END-EVALUATE
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-RESULT
           END-EVALUATE.
      *> The second pair of eyes, only once the request is
      *> otherwise clean.
           IF WS-RESULT = SPACES AND WS-NEEDS-APPROVAL = "Y"
               MOVE ET-EMP-ID TO WS-EXCLUDE-EMP
               CALL "SUPVCONF" USING WS-PROGRAM-NAME ET-ENTERED-BY
                   WS-EXCLUDE-EMP WS-SUPER-ID WS-SUPER-OK
               IF WS-SUPER-OK NOT = "Y"
                   MOVE "REJECTED - NOT APPROVED" TO WS-RESULT
                   MOVE SPACES TO WS-SUPER-ID
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM STORE-EMPLOYEE
           END-IF.
           IF WS-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY ET-EMP-ID " " WS-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-SUPER-ID NOT = SPACES
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-JOURNAL-LINE.

       BUILD-NEW-EMPLOYEE.
           MOVE SPACES TO EMP-MASTER-REC.
           MOVE ET-EMP-ID TO EM-ID.
           MOVE ET-NAME TO EM-NAME.
           MOVE ET-POSITION TO EM-POSITION.
           MOVE "A" TO EM-STATUS.
           MOVE ET-BANK-ACCT TO EM-BANK-ACCT.
           MOVE ET-PAY-TYPE TO EM-PAY-TYPE.
           MOVE 0 TO EM-HOURLY-RATE.
           IF ET-HOURLY-RATE IS NUMERIC
               MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
           END-IF.
           MOVE ET-SSS-NO TO EM-SSS-NO.
           MOVE ET-PHILHEALTH-NO TO EM-PHILHEALTH-NO.
           MOVE ET-PAGIBIG-MID TO EM-PAGIBIG-MID.
           MOVE ET-TIN TO EM-TIN.
           MOVE ET-REST-DAY TO EM-REST-DAY.
           IF ET-NAME = SPACES
               MOVE "REJECTED - NAME BLANK" TO WS-RESULT
           END-IF.
           PERFORM EDIT-EMPLOYEE-FIELDS.
      *> A new name on the payroll is the ghost-employee door -
      *> every add is approved.
           MOVE "Y" TO WS-NEEDS-APPROVAL.
           MOVE "Y" TO WS-RATE-CHANGED.

       BUILD-CHANGED-EMPLOYEE.
      *> Blank fields keep the master's value.
           IF ET-NAME NOT = SPACES
               MOVE ET-NAME TO EM-NAME
           END-IF.
           IF ET-POSITION NOT = SPACES
               MOVE ET-POSITION TO EM-POSITION
           END-IF.
           IF ET-BANK-ACCT NOT = SPACES
               MOVE ET-BANK-ACCT TO EM-BANK-ACCT
           END-IF.
           IF ET-PAY-TYPE NOT = SPACE
               MOVE ET-PAY-TYPE TO EM-PAY-TYPE
           END-IF.
           IF EM-HOURLY-RATE IS NOT NUMERIC
               MOVE 0 TO EM-HOURLY-RATE
           END-IF.
           IF ET-HOURLY-RATE IS NUMERIC AND ET-HOURLY-RATE > 0
               MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
           END-IF.
           IF ET-SSS-NO NOT = SPACES
               MOVE ET-SSS-NO TO EM-SSS-NO
           END-IF.
           IF ET-PHILHEALTH-NO NOT = SPACES
               MOVE ET-PHILHEALTH-NO TO EM-PHILHEALTH-NO
           END-IF.
           IF ET-PAGIBIG-MID NOT = SPACES
               MOVE ET-PAGIBIG-MID TO EM-PAGIBIG-MID
           END-IF.
           IF ET-TIN NOT = SPACES
               MOVE ET-TIN TO EM-TIN
           END-IF.
           IF ET-REST-DAY NOT = SPACE
               MOVE ET-REST-DAY TO EM-REST-DAY
           END-IF.
      *> A corrected account replaces the one the bank bounced.
           IF EM-BANK-ACCT NOT = WS-OLD-BANK-ACCT
               MOVE "Y" TO WS-NEEDS-APPROVAL
               MOVE SPACE TO EM-BANK-ACCT-FLAG
           END-IF.
           IF ET-CLEAR-FLAG AND WS-OLD-BANK-FLAG NOT = SPACE
               MOVE "Y" TO WS-NEEDS-APPROVAL
               MOVE SPACE TO EM-BANK-ACCT-FLAG
           END-IF.
           IF EM-PAY-TYPE NOT = WS-OLD-PAY-TYPE
                   OR EM-HOURLY-RATE NOT = WS-OLD-RATE
               MOVE "Y" TO WS-NEEDS-APPROVAL
               MOVE "Y" TO WS-RATE-CHANGED
           END-IF.
           PERFORM EDIT-EMPLOYEE-FIELDS.

       EDIT-EMPLOYEE-FIELDS.
      *> Edits run on the record as it would be stored - the
      *> first failure stands.
           IF WS-RESULT = SPACES
                   AND NOT EM-HOURLY-PAID AND NOT EM-SALES-PAID
               MOVE "REJECTED - PAY TYPE NOT H OR S" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
                   AND EM-HOURLY-PAID AND EM-HOURLY-RATE = 0
               MOVE "REJECTED - HOURLY RATE MISSING" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES AND EM-REST-DAY NOT = SPACE
               IF EM-REST-DAY < "1" OR EM-REST-DAY > "7"
                   MOVE "REJECTED - REST DAY NOT 1-7" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES AND EM-BANK-ACCT NOT = SPACES
               MOVE EM-BANK-ACCT TO WS-EDIT-FIELD
               PERFORM COUNT-LEADING-DIGITS
               IF WS-EDIT-BAD = "Y" OR WS-DIGIT-COUNT < 10
                   MOVE "REJECTED - BANK ACCOUNT FORMAT" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES AND EM-SSS-NO NOT = SPACES
               IF EM-SSS-NO IS NOT NUMERIC
                   MOVE "REJECTED - SSS NO NOT 10 DIGITS"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES AND EM-PHILHEALTH-NO NOT = SPACES
               IF EM-PHILHEALTH-NO IS NOT NUMERIC
                   MOVE "REJECTED - PHILHEALTH NOT 12 DIG"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES AND EM-PAGIBIG-MID NOT = SPACES
               IF EM-PAGIBIG-MID IS NOT NUMERIC
                   MOVE "REJECTED - PAG-IBIG NOT 12 DIG"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES AND EM-TIN NOT = SPACES
               MOVE EM-TIN TO WS-EDIT-FIELD
               PERFORM COUNT-LEADING-DIGITS
               IF WS-EDIT-BAD = "Y"
                       OR (WS-DIGIT-COUNT NOT = 9
                           AND WS-DIGIT-COUNT NOT = 12)
                   MOVE "REJECTED - TIN NOT 9 OR 12 DIGITS"
                       TO WS-RESULT
               END-IF
           END-IF.

       COUNT-LEADING-DIGITS.
      *> Digits from the left, then nothing but trailing
      *> spaces - any other character, or a digit after a space,
      *> is a bad format.
           MOVE 0 TO WS-DIGIT-COUNT.
           MOVE "N" TO WS-SPACE-SEEN.
           MOVE "N" TO WS-EDIT-BAD.
           PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > 12
               EVALUATE TRUE
                   WHEN WS-EDIT-FIELD (WS-EDIT-SUB:1) = SPACE
                       MOVE "Y" TO WS-SPACE-SEEN
                   WHEN WS-EDIT-FIELD (WS-EDIT-SUB:1) IS NUMERIC
                           AND WS-SPACE-SEEN = "N"
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN OTHER
                       MOVE "Y" TO WS-EDIT-BAD
               END-EVALUATE
           END-PERFORM.

       STORE-EMPLOYEE.
           IF ET-ADD
               WRITE EMP-MASTER-REC
                   INVALID KEY
                       MOVE "REJECTED - ID ALREADY EXISTS"
                           TO WS-RESULT
                   NOT INVALID KEY
                       MOVE "ADDED" TO WS-RESULT
               END-WRITE
           ELSE
               REWRITE EMP-MASTER-REC
               IF ET-TERMINATE
                   MOVE "TERMINATED" TO WS-RESULT
               ELSE
                   MOVE "CHANGED" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT (1:8) NOT = "REJECTED"
               IF WS-RATE-CHANGED = "Y"
                   PERFORM RECORD-RATE-HISTORY
               END-IF
               IF WS-SUPER-ID NOT = SPACES
                   MOVE WS-SUPER-ID TO WS-STAMP-USER
               ELSE
                   MOVE ET-ENTERED-BY TO WS-STAMP-USER
               END-IF
               MOVE SPACES TO WS-STAMP-DETAIL
               STRING "EMPMNT " ET-ACTION " EMP=" ET-EMP-ID " "
                   WS-RESULT DELIMITED BY SIZE INTO WS-STAMP-DETAIL
               CALL "AUDSTAMP" USING WS-STAMP-USER WS-STAMP-DETAIL
           END-IF.

       RECORD-RATE-HISTORY.
      *> The payroll and RATEMNT take the rate from the history
      *> - a master change with no history line would be undone by
      *> the next RATEMNT refresh.
           PERFORM FIND-PLAN-IN-FORCE.
           OPEN EXTEND RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HISTORY
           END-IF.
           MOVE EM-ID TO RA-EMP-ID.
           MOVE WS-BUSINESS-DATE TO RA-EFFECTIVE-DATE.
           MOVE EM-PAY-TYPE TO RA-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO RA-HOURLY-RATE.
           IF EM-HOURLY-PAID
               MOVE "T" TO RA-COMM-PLAN
               MOVE 0 TO RA-COMM-RATE
           ELSE
               MOVE WS-CARRY-PLAN TO RA-COMM-PLAN
               MOVE WS-CARRY-COMM-RATE TO RA-COMM-RATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RA-ENTERED-DATE.
           MOVE "EMPMAST MAINTENANCE" TO RA-REASON.
           WRITE RATE-HISTORY-REC.
           CLOSE RATE-HISTORY.
           OPEN EXTEND RATE-LOG.
           IF WS-RZ-FILE-STATUS = "35"
               OPEN OUTPUT RATE-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RZ-TIMESTAMP.
           MOVE EM-ID TO RZ-EMP-ID.
           MOVE WS-BUSINESS-DATE TO RZ-EFFECTIVE-DATE.
           MOVE EM-PAY-TYPE TO RZ-PAY-TYPE.
           MOVE EM-HOURLY-RATE TO RZ-HOURLY-RATE.
           MOVE "RECORDED - EMPMAST MAINTENANCE" TO RZ-RESULT.
           WRITE RATE-LOG-REC.
           CLOSE RATE-LOG.

       FIND-PLAN-IN-FORCE.
           MOVE "T" TO WS-CARRY-PLAN.
           MOVE 0 TO WS-CARRY-COMM-RATE.
           MOVE 0 TO WS-PLAN-DATE.
           OPEN INPUT RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ RATE-HISTORY
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF RA-EMP-ID = EM-ID
                                   AND RA-EFFECTIVE-DATE
                                       <= WS-BUSINESS-DATE
                                   AND RA-EFFECTIVE-DATE
                                       >= WS-PLAN-DATE
                                   AND NOT RA-HOURLY-PAID
                               MOVE RA-EFFECTIVE-DATE TO WS-PLAN-DATE
                               MOVE RA-COMM-PLAN TO WS-CARRY-PLAN
                               MOVE RA-COMM-RATE
                                   TO WS-CARRY-COMM-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE FUNCTION CURRENT-DATE TO EJ-TIMESTAMP.
           MOVE ET-ACTION TO EJ-ACTION.
           MOVE ET-EMP-ID TO EJ-EMP-ID.
           MOVE WS-RESULT TO EJ-RESULT.
           MOVE ET-ENTERED-BY TO EJ-ENTERED-BY.
           MOVE WS-SUPER-ID TO EJ-APPROVED-BY.
           MOVE WS-BEFORE-IMAGE TO EJ-BEFORE-IMAGE.
           IF WS-RESULT (1:8) = "REJECTED"
               MOVE SPACES TO EJ-AFTER-IMAGE
           ELSE
               MOVE EMP-MASTER-REC TO EJ-AFTER-IMAGE
           END-IF.
           WRITE EMP-JOURNAL-REC.
