       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
      *> Payroll pre-release variance review - the gate between
      *> the payroll run and the bank. MENU_PROGRAM leaves a bank
      *> file whose totals tie marked REVIEW instead of RELEASED;
      *> this run compares what the current pay period paid each
      *> employee on PAYHIST with what the prior period paid and
      *> lists for the payroll supervisor every gross, deduction or
      *> net swing past the PAYVCTL tolerance, every employee paid
      *> now who was not paid then (new) and every one paid then
      *> and not now (missing - separated when a final pay line
      *> explains it), and every bank account changed since the
      *> last approved review (BNKSNAP.DAT). Regular lines count in
      *> their own period, retro (R) lines in the period they were
      *> paid with; year-end (Y) and final pay (F) lines are not
      *> bank-file pay and stay out of the comparison. The report
      *> is PAYVRPT.DAT. A supervisor then signs on (SUPVCONF) and
      *> approves the release, holding back any flagged employee's
      *> credit onto BNKHOLD.DAT - credits held at earlier reviews
      *> are offered for release onto the file approved now. Only
      *> then is the trailer marked RELEASED for the upload and for
      *> BANKRET. The approval and every hold and release are
      *> stamped on AUDITLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT PAYROLL-HISTORY ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANKFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BF-FILE-STATUS.
           SELECT BANK-SNAPSHOT ASSIGN TO "BNKSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VB-FILE-STATUS.
           SELECT BANK-HOLDS ASSIGN TO "BNKHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-FILE-STATUS.
           SELECT VARIANCE-CONTROL ASSIGN TO "PAYVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VC-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "PAYVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
       COPY PAYPRD.
       FD  PAYROLL-HISTORY.
       COPY PAYHIST.
       FD  BANK-FILE.
       COPY BANKFILE.
       FD  BANK-SNAPSHOT.
       COPY BNKSNAP.
       FD  BANK-HOLDS.
       COPY BNKHOLD.
       FD  VARIANCE-CONTROL.
       COPY PAYVCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  VARIANCE-REPORT.
       01  VP-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-PP-FILE-STATUS          PIC XX.
       01  WS-PH-FILE-STATUS          PIC XX.
       01  WS-BF-FILE-STATUS          PIC XX.
       01  WS-VB-FILE-STATUS          PIC XX.
       01  WS-BH-FILE-STATUS          PIC XX.
       01  WS-VC-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-SCAN-EOF                PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-REFUSED                 PIC X VALUE "N".
       01  WS-TOLERANCE-PCT           PIC 9(3) VALUE 50.
       01  WS-MIN-AMOUNT              PIC 9(6)V99 VALUE 1000.00.
      *> Supervisor confirmation and the per-employee answers.
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "PAYVAR".
       01  WS-NO-EXCLUDE-1            PIC X(8) VALUE SPACES.
       01  WS-NO-EXCLUDE-2            PIC X(8) VALUE SPACES.
       01  WS-SUPER-ID                PIC X(8).
       01  WS-SUPER-OK                PIC X.
       01  WS-ANSWER                  PIC X.
       01  WS-STAMP-DETAIL            PIC X(40).
      *> Pay periods of the calendar: the one covering the
      *> business date is reviewed against the one ending last
      *> before it starts.
       01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRD-OVERFLOW            PIC X VALUE "N".
       01  WS-PRD-SUB                 PIC 9(3).
       01  WS-CUR-PRD-SUB             PIC 9(3) VALUE 0.
       01  WS-PRIOR-PRD-SUB           PIC 9(3) VALUE 0.
       01  WS-CUR-START               PIC 9(8) VALUE 0.
       01  WS-CUR-END                 PIC 9(8) VALUE 0.
       01  WS-PRIOR-START             PIC 9(8) VALUE 0.
       01  WS-PRIOR-END               PIC 9(8) VALUE 0.
       01  WS-CUR-PERIOD-ID           PIC 9(6) VALUE 0.
       01  WS-PRIOR-PERIOD-ID         PIC 9(6) VALUE 0.
       01  PERIOD-TABLE-AREA.
           05  PERIOD-ENTRY OCCURS 500 TIMES.
               10  PT-PERIOD-ID       PIC 9(6).
               10  PT-START-DATE      PIC 9(8).
               10  PT-END-DATE        PIC 9(8).
      *> One entry per employee paid in either period.
       01  WS-EMP-COUNT               PIC 9(4) VALUE 0.
       01  WS-EMP-OVERFLOW            PIC X VALUE "N".
       01  WS-EMP-SUB                 PIC 9(4).
       01  WS-EMP-FOUND               PIC X.
       01  WS-LINE-PERIOD             PIC X.
       01  EMP-TABLE-AREA.
           05  EMP-ENTRY OCCURS 1000 TIMES.
               10  VRE-EMP-ID         PIC X(5).
               10  VRE-EMP-NAME       PIC X(20).
               10  VRE-CUR-FOUND      PIC X.
               10  VRE-PRIOR-FOUND    PIC X.
               10  VRE-SEPARATED      PIC X.
               10  VRE-FLAGGED        PIC X.
               10  VRE-CUR-GROSS      PIC 9(7)V99.
               10  VRE-CUR-DED        PIC 9(7)V99.
               10  VRE-CUR-NET        PIC 9(7)V99.
               10  VRE-PRIOR-GROSS    PIC 9(7)V99.
               10  VRE-PRIOR-DED      PIC 9(7)V99.
               10  VRE-PRIOR-NET      PIC 9(7)V99.
      *> The bank file as the payroll left it.
       01  WS-BANK-STATUS             PIC X(8) VALUE SPACES.
       01  WS-BANK-FOUND              PIC X VALUE "N".
       01  WS-BANK-COMPANY-ACCT       PIC X(12) VALUE SPACES.
       01  WS-BANK-VALUE-DATE         PIC 9(8) VALUE 0.
       01  WS-BKD-COUNT               PIC 9(4) VALUE 0.
       01  WS-BKD-OVERFLOW            PIC X VALUE "N".
       01  WS-BKD-SUB                 PIC 9(4).
       01  WS-BKD-FOUND               PIC X.
       01  BANK-DETAIL-TABLE-AREA.
           05  BANK-DETAIL-ENTRY OCCURS 1000 TIMES.
               10  BKD-EMP-ID         PIC X(5).
               10  BKD-BANK-ACCT      PIC X(12).
               10  BKD-NET-AMOUNT     PIC 9(8)V99.
               10  BKD-HOLD           PIC X.
      *> The account snapshot of the last approved review.
       01  WS-SNP-COUNT               PIC 9(4) VALUE 0.
       01  WS-SNP-OVERFLOW            PIC X VALUE "N".
       01  WS-SNP-SUB                 PIC 9(4).
       01  WS-SNP-FOUND               PIC X.
       01  SNAPSHOT-TABLE-AREA.
           05  SNAPSHOT-ENTRY OCCURS 2000 TIMES.
               10  SNP-EMP-ID         PIC X(5).
               10  SNP-BANK-ACCT      PIC X(12).
               10  SNP-REVIEW-DATE    PIC 9(8).
      *> Credits held at earlier reviews.
       01  WS-HLD-COUNT               PIC 9(3) VALUE 0.
       01  WS-HLD-OVERFLOW            PIC X VALUE "N".
       01  WS-HLD-SUB                 PIC 9(3).
       01  HOLD-TABLE-AREA.
           05  HOLD-ENTRY OCCURS 500 TIMES.
               10  HLD-RECORD         PIC X(49).
               10  HLD-RELEASE        PIC X.
      *> Swing measurement for one figure.
       01  WS-CUR-AMT                 PIC 9(7)V99.
       01  WS-PRIOR-AMT               PIC 9(7)V99.
       01  WS-SWING                   PIC 9(7)V99.
       01  WS-SWING-LIMIT             PIC 9(9)V99.
       01  WS-FLAG-TEXT               PIC X(22).
       01  WS-NOTE-TEXT               PIC X(30).
      *> Control totals.
       01  WS-REVIEWED-COUNT          PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SWING-COUNT             PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT               PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCT-CHG-COUNT          PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5) VALUE 0.
       01  WS-UNHELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CUR-NET-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-PRIOR-NET-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-REL-COUNT               PIC 9(5) VALUE 0.
       01  WS-REL-HASH                PIC 9(10)V99 VALUE 0.
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED                PIC ZZ,ZZ9.
       01  WS-AMOUNT-ED               PIC ZZ,ZZZ,ZZ9.99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-VP-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-VP-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-VP-BUILD                PIC X(132).
       01  VP-HEADING-LINE.
           05  FILLER PIC X(7)  VALUE "EMP".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(24) VALUE "FLAG".
           05  FILLER PIC X(12) VALUE "     PRIOR".
           05  FILLER PIC X(12) VALUE "   CURRENT".
           05  FILLER PIC X(13) VALUE "     CHANGE".
           05  FILLER PIC X(4)  VALUE "NOTE".
       01  VP-DETAIL-LINE.
           05  VPD-EMP-ID             PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-EMP-NAME           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-FLAG               PIC X(22).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-PRIOR              PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-CURRENT            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-CHANGE             PIC -ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VPD-NOTE               PIC X(30).
       01  WS-CHANGE                  PIC S9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-VARIANCE-CONTROL.
           PERFORM LOAD-PAY-PERIODS.
           IF WS-PRD-OVERFLOW = "Y"
               DISPLAY "PAYPRD.DAT EXCEEDS 500 PERIODS - RUN REFUSED"
               MOVE "Y" TO WS-REFUSED
           ELSE
               PERFORM FIND-REVIEW-PERIODS
               IF WS-CUR-PRD-SUB = 0
                   DISPLAY "NO PAY PERIOD COVERS " WS-BUSINESS-DATE
                       " - RUN REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
           END-IF.
           IF WS-REFUSED = "N"
               PERFORM LOAD-BANK-FILE
               PERFORM LOAD-PAYROLL-HISTORY
               PERFORM LOAD-BANK-SNAPSHOT
               PERFORM LOAD-HELD-CREDITS
               IF WS-BKD-OVERFLOW = "Y"
                   DISPLAY "BANKFILE.DAT EXCEEDS 1000 DETAILS - RUN"
                       " REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
               IF WS-EMP-OVERFLOW = "Y"
                   DISPLAY "PAYHIST.DAT HOLDS OVER 1000 EMPLOYEES FOR"
                       " THE TWO PERIODS - RUN REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
               IF WS-SNP-OVERFLOW = "Y"
                   DISPLAY "BNKSNAP.DAT EXCEEDS 2000 ACCOUNTS - RUN"
                       " REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
               IF WS-HLD-OVERFLOW = "Y"
                   DISPLAY "BNKHOLD.DAT EXCEEDS 500 CREDITS - RUN"
                       " REFUSED"
                   MOVE "Y" TO WS-REFUSED
               END-IF
           END-IF.
           IF WS-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
      *> An entry opened only by a final pay line was paid in
      *> neither period - nothing to compare.
               IF VRE-CUR-FOUND (WS-EMP-SUB) = "Y"
                       OR VRE-PRIOR-FOUND (WS-EMP-SUB) = "Y"
                   PERFORM REVIEW-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE VARIANCE-REPORT.
           DISPLAY "PAY PERIOD " WS-CUR-PERIOD-ID " AGAINST "
               WS-PRIOR-PERIOD-ID ": " WS-REVIEWED-COUNT
               " EMPLOYEES, " WS-FLAGGED-COUNT
               " FLAGGED - SEE PAYVRPT.DAT".
      *> Only a file the payroll left tied and awaiting review
      *> can be released - a RELEASED file has been approved
      *> already, a HELD one does not cover the run.
           EVALUATE TRUE
               WHEN WS-BANK-FOUND = "N"
                   DISPLAY "NO BANKFILE.DAT - REPORT ONLY"
                   STOP RUN
               WHEN WS-BANK-STATUS = "RELEASED"
                   DISPLAY "BANKFILE.DAT ALREADY RELEASED - REPORT"
                       " ONLY"
                   STOP RUN
               WHEN WS-BANK-STATUS NOT = "REVIEW"
                   DISPLAY "BANKFILE.DAT IS " WS-BANK-STATUS
                       " - NOT RELEASABLE, REPORT ONLY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM APPROVE-RELEASE.
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

       LOAD-VARIANCE-CONTROL.
           OPEN INPUT VARIANCE-CONTROL.
           IF WS-VC-FILE-STATUS = "00"
               READ VARIANCE-CONTROL
                   NOT AT END
                       IF VC-TOLERANCE-PCT IS NUMERIC
                           MOVE VC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
                       IF VC-MIN-AMOUNT IS NUMERIC
                           MOVE VC-MIN-AMOUNT TO WS-MIN-AMOUNT
                       END-IF
               END-READ
               CLOSE VARIANCE-CONTROL
           END-IF.

       LOAD-PAY-PERIODS.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PP-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-PRD-COUNT >= 500
                               MOVE "Y" TO WS-PRD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRD-COUNT
                               MOVE PP-PERIOD-ID
                                   TO PT-PERIOD-ID (WS-PRD-COUNT)
                               MOVE PP-START-DATE
                                   TO PT-START-DATE (WS-PRD-COUNT)
                               MOVE PP-END-DATE
                                   TO PT-END-DATE (WS-PRD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       FIND-REVIEW-PERIODS.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
               IF PT-START-DATE (WS-PRD-SUB) <= WS-BUSINESS-DATE
                       AND PT-END-DATE (WS-PRD-SUB)
                           >= WS-BUSINESS-DATE
                   MOVE WS-PRD-SUB TO WS-CUR-PRD-SUB
               END-IF
           END-PERFORM.
           IF WS-CUR-PRD-SUB > 0
               MOVE PT-PERIOD-ID (WS-CUR-PRD-SUB) TO WS-CUR-PERIOD-ID
               MOVE PT-START-DATE (WS-CUR-PRD-SUB) TO WS-CUR-START
               MOVE PT-END-DATE (WS-CUR-PRD-SUB) TO WS-CUR-END
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                       UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   IF PT-END-DATE (WS-PRD-SUB) < WS-CUR-START
                           AND PT-END-DATE (WS-PRD-SUB)
                               > WS-PRIOR-END
                       MOVE WS-PRD-SUB TO WS-PRIOR-PRD-SUB
                       MOVE PT-END-DATE (WS-PRD-SUB) TO WS-PRIOR-END
                   END-IF
               END-PERFORM
           END-IF.
      *> No prior period on the calendar - everyone reviews as
      *> new against an empty window.
           IF WS-PRIOR-PRD-SUB > 0
               MOVE PT-PERIOD-ID (WS-PRIOR-PRD-SUB)
                   TO WS-PRIOR-PERIOD-ID
               MOVE PT-START-DATE (WS-PRIOR-PRD-SUB) TO WS-PRIOR-START
           END-IF.

       LOAD-BANK-FILE.
           OPEN INPUT BANK-FILE.
           IF WS-BF-FILE-STATUS = "00"
               MOVE "Y" TO WS-BANK-FOUND
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ BANK-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM NOTE-BANK-RECORD
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       NOTE-BANK-RECORD.
           EVALUATE BFD-REC-TYPE
               WHEN "H"
                   MOVE BFH-COMPANY-ACCT TO WS-BANK-COMPANY-ACCT
                   MOVE BFH-VALUE-DATE TO WS-BANK-VALUE-DATE
               WHEN "D"
                   IF WS-BKD-COUNT >= 1000
                       MOVE "Y" TO WS-BKD-OVERFLOW
                   ELSE
                       ADD 1 TO WS-BKD-COUNT
                       MOVE BFD-EMP-ID TO BKD-EMP-ID (WS-BKD-COUNT)
                       MOVE BFD-BANK-ACCT
                           TO BKD-BANK-ACCT (WS-BKD-COUNT)
                       MOVE BFD-NET-AMOUNT
                           TO BKD-NET-AMOUNT (WS-BKD-COUNT)
                       MOVE "N" TO BKD-HOLD (WS-BKD-COUNT)
                   END-IF
               WHEN "T"
                   MOVE BFT-STATUS TO WS-BANK-STATUS
           END-EVALUATE.

       LOAD-PAYROLL-HISTORY.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PH-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PAYROLL-HISTORY
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM NOTE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       NOTE-HISTORY-LINE.
      *> C the current period, P the prior, space neither. A
      *> final pay line only marks the employee separated.
           MOVE SPACE TO WS-LINE-PERIOD.
           EVALUATE TRUE
               WHEN PH-REGULAR-LINE
                   IF PH-PERIOD-ID = WS-CUR-PERIOD-ID
                       MOVE "C" TO WS-LINE-PERIOD
                   END-IF
                   IF PH-PERIOD-ID = WS-PRIOR-PERIOD-ID
                           AND WS-PRIOR-PRD-SUB > 0
                       MOVE "P" TO WS-LINE-PERIOD
                   END-IF
               WHEN PH-RETRO-LINE
                   IF PH-PAY-DATE >= WS-CUR-START
                           AND PH-PAY-DATE <= WS-CUR-END
                       MOVE "C" TO WS-LINE-PERIOD
                   END-IF
                   IF PH-PAY-DATE >= WS-PRIOR-START
                           AND PH-PAY-DATE <= WS-PRIOR-END
                           AND WS-PRIOR-PRD-SUB > 0
                       MOVE "P" TO WS-LINE-PERIOD
                   END-IF
               WHEN PH-FINAL-PAY-LINE
                   IF PH-PAY-DATE >= WS-PRIOR-START
                           AND PH-PAY-DATE <= WS-CUR-END
                       PERFORM FIND-EMP-ENTRY
                       IF WS-EMP-FOUND = "Y"
                           MOVE "Y" TO VRE-SEPARATED (WS-EMP-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-LINE-PERIOD NOT = SPACE
               PERFORM FIND-EMP-ENTRY
               IF WS-EMP-FOUND = "Y"
                   PERFORM ADD-HISTORY-LINE
               END-IF
           END-IF.

       FIND-EMP-ENTRY.
           MOVE "N" TO WS-EMP-FOUND.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                      OR WS-EMP-FOUND = "Y"
               IF VRE-EMP-ID (WS-EMP-SUB) = PH-EMP-ID
                   MOVE "Y" TO WS-EMP-FOUND
               END-IF
           END-PERFORM.
           IF WS-EMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-EMP-SUB
           ELSE
               IF WS-EMP-COUNT >= 1000
                   MOVE "Y" TO WS-EMP-OVERFLOW
               ELSE
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
                   MOVE PH-EMP-ID TO VRE-EMP-ID (WS-EMP-SUB)
                   MOVE PH-EMP-NAME TO VRE-EMP-NAME (WS-EMP-SUB)
                   MOVE "N" TO VRE-CUR-FOUND (WS-EMP-SUB)
                   MOVE "N" TO VRE-PRIOR-FOUND (WS-EMP-SUB)
                   MOVE "N" TO VRE-SEPARATED (WS-EMP-SUB)
                   MOVE "N" TO VRE-FLAGGED (WS-EMP-SUB)
                   MOVE 0 TO VRE-CUR-GROSS (WS-EMP-SUB)
                   MOVE 0 TO VRE-CUR-DED (WS-EMP-SUB)
                   MOVE 0 TO VRE-CUR-NET (WS-EMP-SUB)
                   MOVE 0 TO VRE-PRIOR-GROSS (WS-EMP-SUB)
                   MOVE 0 TO VRE-PRIOR-DED (WS-EMP-SUB)
                   MOVE 0 TO VRE-PRIOR-NET (WS-EMP-SUB)
                   MOVE "Y" TO WS-EMP-FOUND
               END-IF
           END-IF.

       ADD-HISTORY-LINE.
           IF WS-LINE-PERIOD = "C"
               MOVE "Y" TO VRE-CUR-FOUND (WS-EMP-SUB)
               ADD PH-GROSS TO VRE-CUR-GROSS (WS-EMP-SUB)
               ADD PH-TOTAL-DED TO VRE-CUR-DED (WS-EMP-SUB)
               ADD PH-NET TO VRE-CUR-NET (WS-EMP-SUB)
           ELSE
               MOVE "Y" TO VRE-PRIOR-FOUND (WS-EMP-SUB)
               ADD PH-GROSS TO VRE-PRIOR-GROSS (WS-EMP-SUB)
               ADD PH-TOTAL-DED TO VRE-PRIOR-DED (WS-EMP-SUB)
               ADD PH-NET TO VRE-PRIOR-NET (WS-EMP-SUB)
           END-IF.

       LOAD-BANK-SNAPSHOT.
           OPEN INPUT BANK-SNAPSHOT.
           IF WS-VB-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ BANK-SNAPSHOT
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-SNP-COUNT >= 2000
                               MOVE "Y" TO WS-SNP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SNP-COUNT
                               MOVE VB-EMP-ID
                                   TO SNP-EMP-ID (WS-SNP-COUNT)
                               MOVE VB-BANK-ACCT
                                   TO SNP-BANK-ACCT (WS-SNP-COUNT)
                               MOVE VB-REVIEW-DATE
                                   TO SNP-REVIEW-DATE (WS-SNP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-SNAPSHOT
           END-IF.

       LOAD-HELD-CREDITS.
           OPEN INPUT BANK-HOLDS.
           IF WS-BH-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ BANK-HOLDS
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-HLD-COUNT >= 500
                               MOVE "Y" TO WS-HLD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-HLD-COUNT
                               MOVE BANK-HOLD-REC
                                   TO HLD-RECORD (WS-HLD-COUNT)
                               MOVE "N" TO HLD-RELEASE (WS-HLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-HOLDS
           END-IF.

       REVIEW-ONE-EMPLOYEE.
           ADD 1 TO WS-REVIEWED-COUNT.
           ADD VRE-CUR-NET (WS-EMP-SUB) TO WS-CUR-NET-TOTAL.
           ADD VRE-PRIOR-NET (WS-EMP-SUB) TO WS-PRIOR-NET-TOTAL.
           EVALUATE TRUE
               WHEN VRE-CUR-FOUND (WS-EMP-SUB) = "Y"
                       AND VRE-PRIOR-FOUND (WS-EMP-SUB) = "N"
                   MOVE "NEW EMPLOYEE" TO WS-FLAG-TEXT
                   MOVE SPACES TO WS-NOTE-TEXT
                   MOVE 0 TO WS-PRIOR-AMT
                   MOVE VRE-CUR-NET (WS-EMP-SUB) TO WS-CUR-AMT
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM LIST-FLAG
               WHEN VRE-CUR-FOUND (WS-EMP-SUB) = "N"
                   IF VRE-SEPARATED (WS-EMP-SUB) = "Y"
                       MOVE "MISSING - SEPARATED" TO WS-FLAG-TEXT
                       MOVE "FINAL PAY ON PAYHIST" TO WS-NOTE-TEXT
                   ELSE
                       MOVE "MISSING EMPLOYEE" TO WS-FLAG-TEXT
                       MOVE SPACES TO WS-NOTE-TEXT
                   END-IF
                   MOVE VRE-PRIOR-NET (WS-EMP-SUB) TO WS-PRIOR-AMT
                   MOVE 0 TO WS-CUR-AMT
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM LIST-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE-TEXT
                   MOVE "GROSS SWING" TO WS-FLAG-TEXT
                   MOVE VRE-PRIOR-GROSS (WS-EMP-SUB) TO WS-PRIOR-AMT
                   MOVE VRE-CUR-GROSS (WS-EMP-SUB) TO WS-CUR-AMT
                   PERFORM TEST-SWING
                   MOVE "DEDUCTIONS SWING" TO WS-FLAG-TEXT
                   MOVE VRE-PRIOR-DED (WS-EMP-SUB) TO WS-PRIOR-AMT
                   MOVE VRE-CUR-DED (WS-EMP-SUB) TO WS-CUR-AMT
                   PERFORM TEST-SWING
                   MOVE "NET SWING" TO WS-FLAG-TEXT
                   MOVE VRE-PRIOR-NET (WS-EMP-SUB) TO WS-PRIOR-AMT
                   MOVE VRE-CUR-NET (WS-EMP-SUB) TO WS-CUR-AMT
                   PERFORM TEST-SWING
           END-EVALUATE.
           IF VRE-CUR-FOUND (WS-EMP-SUB) = "Y"
               PERFORM CHECK-BANK-ACCOUNT
           END-IF.
           IF VRE-FLAGGED (WS-EMP-SUB) = "Y"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       TEST-SWING.
      *> Past tolerance means past both the percentage of the
      *> prior figure and the minimum peso swing.
           IF WS-CUR-AMT > WS-PRIOR-AMT
               COMPUTE WS-SWING = WS-CUR-AMT - WS-PRIOR-AMT
           ELSE
               COMPUTE WS-SWING = WS-PRIOR-AMT - WS-CUR-AMT
           END-IF.
           COMPUTE WS-SWING-LIMIT =
               WS-PRIOR-AMT * WS-TOLERANCE-PCT / 100.
           IF WS-SWING > WS-SWING-LIMIT AND WS-SWING > WS-MIN-AMOUNT
               ADD 1 TO WS-SWING-COUNT
               PERFORM LIST-FLAG
           END-IF.

       CHECK-BANK-ACCOUNT.
      *> The account on the bank file now against the account
      *> the last approved review saw - an employee the snapshot
      *> has never seen is not a change.
           MOVE "N" TO WS-BKD-FOUND.
           PERFORM VARYING WS-BKD-SUB FROM 1 BY 1
                   UNTIL WS-BKD-SUB > WS-BKD-COUNT
                      OR WS-BKD-FOUND = "Y"
               IF BKD-EMP-ID (WS-BKD-SUB) = VRE-EMP-ID (WS-EMP-SUB)
                   MOVE "Y" TO WS-BKD-FOUND
               END-IF
           END-PERFORM.
           IF WS-BKD-FOUND = "Y"
               SUBTRACT 1 FROM WS-BKD-SUB
               PERFORM FIND-SNAPSHOT-ENTRY
               IF WS-SNP-FOUND = "Y"
                   IF SNP-BANK-ACCT (WS-SNP-SUB)
                           NOT = BKD-BANK-ACCT (WS-BKD-SUB)
                       MOVE "BANK ACCOUNT CHANGED" TO WS-FLAG-TEXT
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING SNP-BANK-ACCT (WS-SNP-SUB) " TO "
                           BKD-BANK-ACCT (WS-BKD-SUB)
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       MOVE 0 TO WS-PRIOR-AMT
                       MOVE 0 TO WS-CUR-AMT
                       ADD 1 TO WS-ACCT-CHG-COUNT
                       PERFORM LIST-FLAG
                   END-IF
               END-IF
           END-IF.

       FIND-SNAPSHOT-ENTRY.
           MOVE "N" TO WS-SNP-FOUND.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-COUNT
                      OR WS-SNP-FOUND = "Y"
               IF SNP-EMP-ID (WS-SNP-SUB) = BKD-EMP-ID (WS-BKD-SUB)
                   MOVE "Y" TO WS-SNP-FOUND
               END-IF
           END-PERFORM.
           IF WS-SNP-FOUND = "Y"
               SUBTRACT 1 FROM WS-SNP-SUB
           END-IF.

       LIST-FLAG.
           MOVE "Y" TO VRE-FLAGGED (WS-EMP-SUB).
           MOVE VRE-EMP-ID (WS-EMP-SUB) TO VPD-EMP-ID.
           MOVE VRE-EMP-NAME (WS-EMP-SUB) TO VPD-EMP-NAME.
           MOVE WS-FLAG-TEXT TO VPD-FLAG.
           MOVE WS-PRIOR-AMT TO VPD-PRIOR.
           MOVE WS-CUR-AMT TO VPD-CURRENT.
           COMPUTE WS-CHANGE = WS-CUR-AMT - WS-PRIOR-AMT.
           MOVE WS-CHANGE TO VPD-CHANGE.
           MOVE WS-NOTE-TEXT TO VPD-NOTE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE VP-DETAIL-LINE TO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.

       APPROVE-RELEASE.
      *> Nothing goes to the bank on the payroll clerk's say-so
      *> - a supervisor signs on, approves the report, and decides
      *> each flagged employee's credit.
           CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-NO-EXCLUDE-1
               WS-NO-EXCLUDE-2 WS-SUPER-ID WS-SUPER-OK.
           IF WS-SUPER-OK NOT = "Y"
               DISPLAY "SUPERVISOR NOT CONFIRMED - BANK FILE KEPT"
                   " FOR REVIEW"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Approve PAYVRPT.DAT and release the bank file"
               " (Y/N): " NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               MOVE SPACES TO WS-STAMP-DETAIL
               STRING "PAYVAR NOT APPROVED PRD=" WS-CUR-PERIOD-ID
                   DELIMITED BY SIZE INTO WS-STAMP-DETAIL
               CALL "AUDSTAMP" USING WS-SUPER-ID WS-STAMP-DETAIL
               DISPLAY "NOT APPROVED - BANK FILE KEPT FOR REVIEW"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF VRE-FLAGGED (WS-EMP-SUB) = "Y"
                       AND VRE-CUR-FOUND (WS-EMP-SUB) = "Y"
                   PERFORM DECIDE-ONE-HOLD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT
               PERFORM OFFER-HELD-CREDIT
           END-PERFORM.
           PERFORM REWRITE-BANK-FILE.
           PERFORM SAVE-HELD-CREDITS.
           PERFORM SAVE-BANK-SNAPSHOT.
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-STAMP-DETAIL.
           STRING "PAYVAR APPROVED PRD=" WS-CUR-PERIOD-ID
               " HELD=" WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-STAMP-DETAIL.
           CALL "AUDSTAMP" USING WS-SUPER-ID WS-STAMP-DETAIL.
           MOVE WS-HELD-TOTAL TO WS-VALUE-ED.
           DISPLAY "BANK FILE RELEASED BY " WS-SUPER-ID ": "
               WS-REL-COUNT " CREDITS, " WS-HELD-COUNT
               " HELD (" WS-VALUE-ED "), " WS-UNHELD-COUNT
               " EARLIER HOLDS RELEASED".

       DECIDE-ONE-HOLD.
      *> Only an employee with a credit on the file can be held -
      *> a cheque-paid employee's pay is stopped at the cheque run.
           MOVE "N" TO WS-BKD-FOUND.
           PERFORM VARYING WS-BKD-SUB FROM 1 BY 1
                   UNTIL WS-BKD-SUB > WS-BKD-COUNT
                      OR WS-BKD-FOUND = "Y"
               IF BKD-EMP-ID (WS-BKD-SUB) = VRE-EMP-ID (WS-EMP-SUB)
                   MOVE "Y" TO WS-BKD-FOUND
               END-IF
           END-PERFORM.
           IF WS-BKD-FOUND = "Y"
               SUBTRACT 1 FROM WS-BKD-SUB
               MOVE BKD-NET-AMOUNT (WS-BKD-SUB) TO WS-AMOUNT-ED
               DISPLAY "Hold credit for " VRE-EMP-ID (WS-EMP-SUB)
                   " " VRE-EMP-NAME (WS-EMP-SUB) WS-AMOUNT-ED
                   " (Y/N): " NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   MOVE "Y" TO BKD-HOLD (WS-BKD-SUB)
                   ADD 1 TO WS-HELD-COUNT
                   ADD BKD-NET-AMOUNT (WS-BKD-SUB) TO WS-HELD-TOTAL
                   MOVE SPACES TO WS-STAMP-DETAIL
                   STRING "PAYVAR HELD EMP=" VRE-EMP-ID (WS-EMP-SUB)
                       " PRD=" WS-CUR-PERIOD-ID
                       DELIMITED BY SIZE INTO WS-STAMP-DETAIL
                   CALL "AUDSTAMP" USING WS-SUPER-ID WS-STAMP-DETAIL
               END-IF
           END-IF.

       OFFER-HELD-CREDIT.
           MOVE HLD-RECORD (WS-HLD-SUB) TO BANK-HOLD-REC.
           MOVE BH-NET-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "Release credit held " BH-HOLD-DATE " for "
               BH-EMP-ID WS-AMOUNT-ED " (Y/N): " NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE "Y" TO HLD-RELEASE (WS-HLD-SUB)
               ADD 1 TO WS-UNHELD-COUNT
               MOVE SPACES TO WS-STAMP-DETAIL
               STRING "PAYVAR HOLD RELEASED EMP=" BH-EMP-ID
                   " PRD=" BH-PERIOD-ID
                   DELIMITED BY SIZE INTO WS-STAMP-DETAIL
               CALL "AUDSTAMP" USING WS-SUPER-ID WS-STAMP-DETAIL
           END-IF.

       REWRITE-BANK-FILE.
      *> The released file carries the credits not held plus
      *> the earlier holds released now, with the count and hash
      *> recomputed over what is actually on it.
           OPEN OUTPUT BANK-FILE.
           MOVE "H" TO BFH-REC-TYPE.
           MOVE WS-BANK-COMPANY-ACCT TO BFH-COMPANY-ACCT.
           MOVE WS-BANK-VALUE-DATE TO BFH-VALUE-DATE.
           WRITE BANK-FILE-HEADER.
           PERFORM VARYING WS-BKD-SUB FROM 1 BY 1
                   UNTIL WS-BKD-SUB > WS-BKD-COUNT
               IF BKD-HOLD (WS-BKD-SUB) = "N"
                   MOVE "D" TO BFD-REC-TYPE
                   MOVE BKD-EMP-ID (WS-BKD-SUB) TO BFD-EMP-ID
                   MOVE BKD-BANK-ACCT (WS-BKD-SUB) TO BFD-BANK-ACCT
                   MOVE BKD-NET-AMOUNT (WS-BKD-SUB) TO BFD-NET-AMOUNT
                   WRITE BANK-FILE-DETAIL
                   ADD 1 TO WS-REL-COUNT
                   ADD BKD-NET-AMOUNT (WS-BKD-SUB) TO WS-REL-HASH
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT
               IF HLD-RELEASE (WS-HLD-SUB) = "Y"
                   MOVE HLD-RECORD (WS-HLD-SUB) TO BANK-HOLD-REC
                   MOVE "D" TO BFD-REC-TYPE
                   MOVE BH-EMP-ID TO BFD-EMP-ID
                   MOVE BH-BANK-ACCT TO BFD-BANK-ACCT
                   MOVE BH-NET-AMOUNT TO BFD-NET-AMOUNT
                   WRITE BANK-FILE-DETAIL
                   ADD 1 TO WS-REL-COUNT
                   ADD BH-NET-AMOUNT TO WS-REL-HASH
               END-IF
           END-PERFORM.
           MOVE "T" TO BFT-REC-TYPE.
           MOVE WS-REL-COUNT TO BFT-REC-COUNT.
           MOVE WS-REL-HASH TO BFT-HASH-TOTAL.
           MOVE "RELEASED" TO BFT-STATUS.
           WRITE BANK-FILE-TRAILER.
           CLOSE BANK-FILE.

       SAVE-HELD-CREDITS.
      *> Earlier holds not released stay; this review's holds
      *> join them.
           OPEN OUTPUT BANK-HOLDS.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
                   UNTIL WS-HLD-SUB > WS-HLD-COUNT
               IF HLD-RELEASE (WS-HLD-SUB) = "N"
                   MOVE HLD-RECORD (WS-HLD-SUB) TO BANK-HOLD-REC
                   WRITE BANK-HOLD-REC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BKD-SUB FROM 1 BY 1
                   UNTIL WS-BKD-SUB > WS-BKD-COUNT
               IF BKD-HOLD (WS-BKD-SUB) = "Y"
                   MOVE BKD-EMP-ID (WS-BKD-SUB) TO BH-EMP-ID
                   MOVE BKD-BANK-ACCT (WS-BKD-SUB) TO BH-BANK-ACCT
                   MOVE BKD-NET-AMOUNT (WS-BKD-SUB) TO BH-NET-AMOUNT
                   MOVE WS-CUR-PERIOD-ID TO BH-PERIOD-ID
                   MOVE WS-BUSINESS-DATE TO BH-HOLD-DATE
                   MOVE WS-SUPER-ID TO BH-HELD-BY
                   WRITE BANK-HOLD-REC
               END-IF
           END-PERFORM.
           CLOSE BANK-HOLDS.

       SAVE-BANK-SNAPSHOT.
      *> Every account on the approved file - held or not -
      *> becomes the account the next review compares against.
      *> Past the table's capacity new employees go unrecorded
      *> this time and are simply not flagged next time.
           PERFORM VARYING WS-BKD-SUB FROM 1 BY 1
                   UNTIL WS-BKD-SUB > WS-BKD-COUNT
               PERFORM FIND-SNAPSHOT-ENTRY
               IF WS-SNP-FOUND = "N" AND WS-SNP-COUNT < 2000
                   ADD 1 TO WS-SNP-COUNT
                   MOVE WS-SNP-COUNT TO WS-SNP-SUB
                   MOVE BKD-EMP-ID (WS-BKD-SUB)
                       TO SNP-EMP-ID (WS-SNP-SUB)
                   MOVE "Y" TO WS-SNP-FOUND
               END-IF
               IF WS-SNP-FOUND = "Y"
                   MOVE BKD-BANK-ACCT (WS-BKD-SUB)
                       TO SNP-BANK-ACCT (WS-SNP-SUB)
                   MOVE WS-BUSINESS-DATE TO SNP-REVIEW-DATE (WS-SNP-SUB)
               END-IF
           END-PERFORM.
           OPEN OUTPUT BANK-SNAPSHOT.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-COUNT
               MOVE SNP-EMP-ID (WS-SNP-SUB) TO VB-EMP-ID
               MOVE SNP-BANK-ACCT (WS-SNP-SUB) TO VB-BANK-ACCT
               MOVE SNP-REVIEW-DATE (WS-SNP-SUB) TO VB-REVIEW-DATE
               WRITE BANK-SNAPSHOT-REC
           END-PERFORM.
           CLOSE BANK-SNAPSHOT.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "CURRENT PERIOD: " WS-CUR-PERIOD-ID
               "  PRIOR PERIOD: " WS-PRIOR-PERIOD-ID
               "  TOLERANCE: " WS-TOLERANCE-PCT " PERCENT"
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "EMPLOYEES REVIEWED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "EMPLOYEES FLAGGED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SWING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "SWINGS PAST TOLERANCE: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "NEW EMPLOYEES: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "MISSING EMPLOYEES: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ACCT-CHG-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "BANK ACCOUNTS CHANGED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PRIOR-NET-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "PRIOR PERIOD NET: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CUR-NET-TOTAL TO WS-VALUE-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "CURRENT PERIOD NET: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "BANK FILE STATUS: " WS-BANK-STATUS
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-VP-BUILD.
           STRING "CREDITS HELD FROM EARLIER REVIEWS: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LISTED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-VP-BUILD.
           PERFORM WRITE-REPORT-LINE.

       START-REPORT-PAGE.
           ADD 1 TO WS-VP-PAGE-NO.
           MOVE "PAYROLL VARIANCE REVIEW" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-VP-PAGE-NO TO RPT-H-PAGE.
           WRITE VP-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE VP-PRINT-LINE FROM VP-HEADING-LINE.
           MOVE 0 TO WS-VP-LINE-COUNT.

       WRITE-REPORT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-VP-LINE-COUNT >= 55
               PERFORM START-REPORT-PAGE
           END-IF.
           WRITE VP-PRINT-LINE FROM WS-VP-BUILD.
           ADD 1 TO WS-VP-LINE-COUNT.
