       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.
      *> Pay rate change sweep. Reads the approved rate changes in
      *> RATETXN.DAT and records each on the RATEHIST history with
      *> its effective date, one logged line per change recorded or
      *> rejected - the FAMNT shape. A change must name an employee
      *> on EMPMAST who has not been separated, a real effective
      *> date, a known pay basis, a positive hourly rate for hourly
      *> staff and a known commission plan for sales staff (a flat
      *> plan with its rate). The history is only ever appended to,
      *> so the rate any past period was entitled to stays on file
      *> for RETROPAY. After the changes, every employee's master
      *> figures are brought up to the rate in force on the business
      *> date - a change dated ahead reaches EMPMAST on the first
      *> run on or after its date, a back-dated one at once. Like
      *> every other pay rate change, the batch is recorded only
      *> after a second user signs on to approve it (SUPVCONF); an
      *> unapproved batch records nothing but forward-dated rates
      *> already on the history still come into force.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TRANS ASSIGN TO "RATETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
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
       FD  RATE-TRANS.
       COPY RATETXN.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  RATE-HISTORY.
       COPY RATEHIST.
       FD  RATE-LOG.
       COPY RATELOG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-RN-FILE-STATUS          PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-RA-FILE-STATUS          PIC XX.
       01  WS-RZ-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RESULT                  PIC X(30).
       01  WS-DATE-CHECK              PIC 9(8).
       01  WS-RECORDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT           PIC 9(5) VALUE 0.
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "RATEMNT".
       01  WS-NO-EXCLUDE-1            PIC X(8) VALUE SPACES.
       01  WS-NO-EXCLUDE-2            PIC X(8) VALUE SPACES.
       01  WS-SUPER-ID                PIC X(8).
       01  WS-SUPER-OK                PIC X.
      *> Rate in force on the business date per employee, built
      *> from one pass of the history - latest effective date wins,
      *> and of two lines on one date the later-recorded one.
       01  WS-FORCE-COUNT             PIC 9(3) VALUE 0.
       01  WS-FORCE-SUB               PIC 9(3).
       01  WS-FORCE-FOUND             PIC X.
       01  WS-FORCE-OVERFLOW          PIC X VALUE "N".
       01  FORCE-TABLE-AREA.
           05  FORCE-ENTRY OCCURS 500 TIMES.
               10  RF-EMP-ID          PIC X(5).
               10  RF-EFFECTIVE-DATE  PIC 9(8).
               10  RF-PAY-TYPE        PIC X.
               10  RF-HOURLY-RATE     PIC 9(4)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT AVAILABLE - STATUS "
                   WS-EM-FILE-STATUS " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> No changes today still brings forward-dated rates into
      *> force on the master.
           OPEN INPUT RATE-TRANS.
           IF WS-RN-FILE-STATUS = "00"
               CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-NO-EXCLUDE-1
                   WS-NO-EXCLUDE-2 WS-SUPER-ID WS-SUPER-OK
               IF WS-SUPER-OK = "Y"
                   PERFORM RECORD-RATE-CHANGES
               ELSE
                   DISPLAY "RATE CHANGES NOT APPROVED - NONE RECORDED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE RATE-TRANS
           ELSE
               DISPLAY "RATETXN.DAT NOT AVAILABLE - STATUS "
                   WS-RN-FILE-STATUS " - NO CHANGES RECORDED"
           END-IF.
           PERFORM LOAD-RATES-IN-FORCE.
           IF WS-FORCE-OVERFLOW = "Y"
               DISPLAY "WARNING: RATEHIST.DAT COVERS MORE THAN 500"
                   " EMPLOYEES - EMPMAST RATES NOT REFRESHED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-FORCE-SUB FROM 1 BY 1
                       UNTIL WS-FORCE-SUB > WS-FORCE-COUNT
                   PERFORM REFRESH-MASTER-RATE
               END-PERFORM
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY "RATE CHANGES RECORDED: " WS-RECORDED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE RATELOG.DAT".
           DISPLAY "EMPMAST RATES BROUGHT INTO FORCE: "
               WS-UPDATED-COUNT.
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

       RECORD-RATE-CHANGES.
           OPEN EXTEND RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HISTORY
           END-IF.
           OPEN EXTEND RATE-LOG.
           IF WS-RZ-FILE-STATUS = "35"
               OPEN OUTPUT RATE-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RATE-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM RECORD-ONE-CHANGE
               END-READ
           END-PERFORM.
           CLOSE RATE-HISTORY.
           CLOSE RATE-LOG.

       RECORD-ONE-CHANGE.
           MOVE SPACES TO WS-RESULT.
           PERFORM EDIT-CHANGE-FIELDS.
           IF WS-RESULT = SPACES
               MOVE RN-EMP-ID TO EM-ID
               READ EMPLOYEE-MASTER KEY IS EM-ID
                   INVALID KEY
                       MOVE "REJECTED - NOT ON EMPLOYEE MASTER"
                           TO WS-RESULT
                   NOT INVALID KEY
                       IF EM-TERMINATED
                           MOVE "REJECTED - EMPLOYEE SEPARATED"
                               TO WS-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-RESULT = SPACES
               MOVE RN-EMP-ID TO RA-EMP-ID
               MOVE RN-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE
               MOVE RN-PAY-TYPE TO RA-PAY-TYPE
               MOVE RN-REASON TO RA-REASON
               MOVE WS-BUSINESS-DATE TO RA-ENTERED-DATE
               IF RN-PAY-TYPE = "H"
                   MOVE RN-HOURLY-RATE TO RA-HOURLY-RATE
                   MOVE "T" TO RA-COMM-PLAN
                   MOVE 0 TO RA-COMM-RATE
               ELSE
      *> A sales-paid employee keeps the hourly figure only if
      *> one was keyed - it pays nothing on the sales basis.
                   IF RN-HOURLY-RATE IS NUMERIC
                       MOVE RN-HOURLY-RATE TO RA-HOURLY-RATE
                   ELSE
                       MOVE 0 TO RA-HOURLY-RATE
                   END-IF
                   IF RN-COMM-PLAN = "F"
                       MOVE "F" TO RA-COMM-PLAN
                       MOVE RN-COMM-RATE TO RA-COMM-RATE
                   ELSE
                       MOVE "T" TO RA-COMM-PLAN
                       MOVE 0 TO RA-COMM-RATE
                   END-IF
               END-IF
               WRITE RATE-HISTORY-REC
               IF RN-EFFECTIVE-DATE < WS-BUSINESS-DATE
                   MOVE "RECORDED - BACK-DATED" TO WS-RESULT
               ELSE
                   MOVE "RECORDED" TO WS-RESULT
               END-IF
               ADD 1 TO WS-RECORDED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY RN-EMP-ID " " WS-RESULT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RZ-TIMESTAMP.
           MOVE RN-EMP-ID TO RZ-EMP-ID.
           MOVE RN-EFFECTIVE-DATE TO RZ-EFFECTIVE-DATE.
           MOVE RN-PAY-TYPE TO RZ-PAY-TYPE.
           MOVE RN-HOURLY-RATE TO RZ-HOURLY-RATE.
           MOVE WS-RESULT TO RZ-RESULT.
           WRITE RATE-LOG-REC.

       EDIT-CHANGE-FIELDS.
           EVALUATE TRUE
               WHEN RN-EMP-ID = SPACES
                   MOVE "REJECTED - BLANK EMPLOYEE ID" TO WS-RESULT
               WHEN RN-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "REJECTED - BAD EFFECTIVE DATE" TO WS-RESULT
               WHEN RN-PAY-TYPE NOT = "H" AND RN-PAY-TYPE NOT = "S"
                   MOVE "REJECTED - BAD PAY TYPE" TO WS-RESULT
               WHEN RN-PAY-TYPE = "H"
                       AND (RN-HOURLY-RATE IS NOT NUMERIC
                           OR RN-HOURLY-RATE = 0)
                   MOVE "REJECTED - BAD HOURLY RATE" TO WS-RESULT
               WHEN RN-PAY-TYPE = "S" AND RN-COMM-PLAN NOT = "T"
                       AND RN-COMM-PLAN NOT = "F"
                       AND RN-COMM-PLAN NOT = SPACE
                   MOVE "REJECTED - BAD COMMISSION PLAN" TO WS-RESULT
               WHEN RN-PAY-TYPE = "S" AND RN-COMM-PLAN = "F"
                       AND (RN-COMM-RATE IS NOT NUMERIC
                           OR RN-COMM-RATE = 0)
                   MOVE "REJECTED - BAD COMMISSION RATE" TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT = SPACES
               COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RN-EFFECTIVE-DATE))
               IF WS-DATE-CHECK NOT = RN-EFFECTIVE-DATE
                   MOVE "REJECTED - BAD EFFECTIVE DATE" TO WS-RESULT
               END-IF
           END-IF.

       LOAD-RATES-IN-FORCE.
           MOVE 0 TO WS-FORCE-COUNT.
           OPEN INPUT RATE-HISTORY.
           IF WS-RA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RATE-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RA-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                               PERFORM NOTE-RATE-IN-FORCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       NOTE-RATE-IN-FORCE.
           MOVE "N" TO WS-FORCE-FOUND.
           PERFORM VARYING WS-FORCE-SUB FROM 1 BY 1
                   UNTIL WS-FORCE-SUB > WS-FORCE-COUNT
                      OR WS-FORCE-FOUND = "Y"
               IF RF-EMP-ID (WS-FORCE-SUB) = RA-EMP-ID
                   MOVE "Y" TO WS-FORCE-FOUND
                   IF RA-EFFECTIVE-DATE
                           >= RF-EFFECTIVE-DATE (WS-FORCE-SUB)
                       MOVE RA-EFFECTIVE-DATE
                           TO RF-EFFECTIVE-DATE (WS-FORCE-SUB)
                       MOVE RA-PAY-TYPE TO RF-PAY-TYPE (WS-FORCE-SUB)
                       MOVE RA-HOURLY-RATE
                           TO RF-HOURLY-RATE (WS-FORCE-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FORCE-FOUND = "N"
               IF WS-FORCE-COUNT >= 500
                   MOVE "Y" TO WS-FORCE-OVERFLOW
               ELSE
                   ADD 1 TO WS-FORCE-COUNT
                   MOVE RA-EMP-ID TO RF-EMP-ID (WS-FORCE-COUNT)
                   MOVE RA-EFFECTIVE-DATE
                       TO RF-EFFECTIVE-DATE (WS-FORCE-COUNT)
                   MOVE RA-PAY-TYPE TO RF-PAY-TYPE (WS-FORCE-COUNT)
                   MOVE RA-HOURLY-RATE
                       TO RF-HOURLY-RATE (WS-FORCE-COUNT)
               END-IF
           END-IF.

       REFRESH-MASTER-RATE.
      *> Separated employees are left as they were paid out.
           MOVE RF-EMP-ID (WS-FORCE-SUB) TO EM-ID.
           READ EMPLOYEE-MASTER KEY IS EM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT EM-TERMINATED
                       AND (EM-PAY-TYPE NOT = RF-PAY-TYPE (WS-FORCE-SUB)
                        OR EM-HOURLY-RATE
                               NOT = RF-HOURLY-RATE (WS-FORCE-SUB))
                       MOVE RF-PAY-TYPE (WS-FORCE-SUB) TO EM-PAY-TYPE
                       MOVE RF-HOURLY-RATE (WS-FORCE-SUB)
                           TO EM-HOURLY-RATE
                       REWRITE EMP-MASTER-REC
                       ADD 1 TO WS-UPDATED-COUNT
                   END-IF
           END-READ.
