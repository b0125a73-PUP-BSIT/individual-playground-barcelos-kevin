       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      *> Cross-file referential integrity sweep, run by the night
      *> controller ahead of the GL posting. Each program edits its
      *> own input; this checks that the files still agree with one
      *> another - every relationship in the rule table below is
      *> run in full, and each orphan or mismatch is a finding at
      *> the rule's severity:
      *>   1 - money would post against a record that is not there;
      *>       the night's posting steps are held until it is fixed.
      *>   2 - a line some program will reject or mishandle the next
      *>       time it reads the file.
      *>   3 - housekeeping.
      *> Findings print on INTEGRPT.DAT grouped by severity (the
      *> first fifty per rule listed, all of them counted), then
      *> the count per rule. A file not on disk has nothing to
      *> check; a master missing while lines refer to it, or too
      *> big to hold, is itself a finding. RETURN-CODE 4 tells the
      *> controller a severity-1 finding stands.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSH-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EM-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT SKU-SUPPLIER ASSIGN TO "SKUSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT STOCK-QTYS ASSIGN TO "STOCKQTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT PRECINCT-ASSIGNMENTS ASSIGN TO "PRECASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT ELIGIBLE-VOTERS ASSIGN TO "ELIGVOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  CHART-FILE.
       COPY CHART.
       FD  INVOICE-FILE.
       COPY INVOICE.
       FD  ACCOUNT-MASTER.
       COPY ACCTMAST.
       FD  LOAN-MASTER.
       COPY LOANMAST.
       FD  TIMESHEET-FILE.
       COPY TIMESHT.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  ENROLLMENT-FILE.
       COPY ENROLL.
       FD  STUDENT-MASTER.
       COPY STUMAST.
       FD  OPEN-PO-FILE.
       COPY OPENPO.
       FD  SKU-SUPPLIER.
       COPY SKUSUPP.
       FD  STOCK-QTYS.
       COPY STOCKQTY.
       FD  PRECINCT-ASSIGNMENTS.
       COPY PRECASGN.
       FD  ELIGIBLE-VOTERS.
       COPY ELIGVOTE.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  INTEGRITY-REPORT.
       01  IR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-AC-FILE-STATUS          PIC XX.
       01  WS-LN-FILE-STATUS          PIC XX.
       01  WS-TSH-FILE-STATUS         PIC XX.
       01  WS-EM-FILE-STATUS          PIC XX.
       01  WS-EN-FILE-STATUS          PIC XX.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-OP-FILE-STATUS          PIC XX.
       01  WS-SS-FILE-STATUS          PIC XX.
       01  WS-SQ-FILE-STATUS          PIC XX.
       01  WS-PA-FILE-STATUS          PIC XX.
       01  WS-EV-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-MASTER-OK               PIC X.
       01  WS-KEY-FOUND               PIC X.
       01  WS-RULE                    PIC 99.
       01  WS-SEVERITY                PIC 9.
       01  WS-FIND-TEXT               PIC X(80).
       01  WS-MATCH-SKU               PIC X(10).
       01  WS-BALANCE-ED              PIC Z,ZZZ,ZZ9.99.
       01  SEVERITY-TOTAL-AREA.
           05  WS-SEV-TOTAL           PIC 9(7) OCCURS 3 TIMES.
       01  WS-SEV-ED                  PIC Z,ZZZ,ZZ9.
       01  WS-FINDING-TOTAL           PIC 9(7) VALUE 0.
       01  WS-UNLISTED                PIC 9(7).
      *> The relationships swept, in severity order - the
      *> subscript is the rule number.
       01  WS-RULE-COUNT              PIC 99 VALUE 10.
       01  RULE-DEF-TABLE.
           05  FILLER PIC X(3)  VALUE "R01".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(36) VALUE "GLJRNL ACCOUNT NOT ON CHART".
           05  FILLER PIC X(3)  VALUE "R02".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(36) VALUE "INVOICE ACCOUNT NOT ON ACCTMAST".
           05  FILLER PIC X(3)  VALUE "R03".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(36)
               VALUE "LOANMAST EMPLOYEE NOT ON EMPMAST".
           05  FILLER PIC X(3)  VALUE "R04".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(36) VALUE "TIMESHT EMPLOYEE NOT ON EMPMAST".
           05  FILLER PIC X(3)  VALUE "R05".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(36) VALUE "TIMESHT EMPLOYEE TERMINATED".
           05  FILLER PIC X(3)  VALUE "R06".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(36)
               VALUE "LOAN BALANCE, EMPLOYEE TERMINATED".
           05  FILLER PIC X(3)  VALUE "R07".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(36) VALUE "ENROLL STUDENT NOT ON STUMAST".
           05  FILLER PIC X(3)  VALUE "R08".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(36) VALUE "OPEN PO SKU NOT ON STOCKQTY".
           05  FILLER PIC X(3)  VALUE "R09".
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(36) VALUE "PRECASGN VOTER NOT ON ELIGVOTE".
           05  FILLER PIC X(3)  VALUE "R10".
           05  FILLER PIC 9     VALUE 3.
           05  FILLER PIC X(36) VALUE "SKUSUPP SKU NOT ON STOCKQTY".
       01  RULE-DEF-AREA REDEFINES RULE-DEF-TABLE.
           05  RULE-DEF OCCURS 10 TIMES.
               10  RF-ID              PIC X(3).
               10  RF-SEVERITY        PIC 9.
               10  RF-DESC            PIC X(36).
      *> What each rule saw: C checked, A nothing on disk to
      *> check, M master missing, O master past capacity.
       01  RULE-STAT-AREA.
           05  RULE-STAT OCCURS 10 TIMES.
               10  RU-CHECKED         PIC 9(7).
               10  RU-FOUND           PIC 9(7).
               10  RU-LISTED          PIC 9(3).
               10  RU-STATE           PIC X.
      *> Finding lines held so the report can print them by
      *> severity whatever order the files were read in.
       01  WS-FT-COUNT                PIC 9(3) VALUE 0.
       01  WS-FT-SUB                  PIC 9(3).
       01  FINDING-TABLE-AREA.
           05  FINDING-ENTRY OCCURS 500 TIMES.
               10  FT-RULE            PIC 99.
               10  FT-TEXT            PIC X(80).
      *> Reference keys from the sequential masters.
       01  WS-CHART-COUNT             PIC 9(4) VALUE 0.
       01  WS-CHART-SUB               PIC 9(4).
       01  WS-CHART-OVERFLOW          PIC X VALUE "N".
       01  CHART-KEY-AREA.
           05  CHART-KEY              PIC X(6) OCCURS 1000 TIMES.
       01  WS-STOCK-COUNT             PIC 9(4) VALUE 0.
       01  WS-STOCK-SUB               PIC 9(4).
       01  WS-STOCK-OVERFLOW          PIC X VALUE "N".
       01  WS-STOCK-OK                PIC X.
       01  STOCK-KEY-AREA.
           05  STOCK-KEY              PIC X(10) OCCURS 2000 TIMES.
       01  WS-VOTER-COUNT             PIC 9(5) VALUE 0.
       01  WS-VOTER-SUB               PIC 9(5).
       01  WS-VOTER-OVERFLOW          PIC X VALUE "N".
       01  VOTER-KEY-AREA.
           05  VOTER-KEY              PIC X(9) OCCURS 20000 TIMES.
      *> Report page handling - the shop's 55-line standard.
       01  WS-IR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-IR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-IR-BUILD                PIC X(132).
       01  IR-RULE-HEAD-LINE.
           05  IRH-ID                 PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IRH-DESC               PIC X(36).
           05  FILLER                 PIC X(11) VALUE " FINDINGS: ".
           05  IRH-FOUND              PIC Z,ZZZ,ZZ9.
       01  IR-FINDING-LINE.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  IRF-TEXT               PIC X(80).
       01  IR-SUMMARY-HEADING.
           05  FILLER PIC X(5)  VALUE "RULE".
           05  FILLER PIC X(5)  VALUE "SEV".
           05  FILLER PIC X(38) VALUE "RELATIONSHIP".
           05  FILLER PIC X(11) VALUE "   CHECKED".
           05  FILLER PIC X(11) VALUE "  FINDINGS".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE "STATUS".
       01  IR-SUMMARY-LINE.
           05  IRS-ID                 PIC X(3).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IRS-SEVERITY           PIC 9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IRS-DESC               PIC X(36).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IRS-CHECKED            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IRS-FOUND              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  IRS-STATE              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           INITIALIZE RULE-STAT-AREA.
           INITIALIZE SEVERITY-TOTAL-AREA.
           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-COUNT
               MOVE "C" TO RU-STATE (WS-RULE)
           END-PERFORM.
           PERFORM CHECK-GL-JOURNAL.
           PERFORM CHECK-INVOICES.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM CHECK-LOANS.
           PERFORM CHECK-TIMESHEETS.
           IF WS-MASTER-OK = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM CHECK-ENROLLMENTS.
           PERFORM LOAD-STOCK-KEYS.
           PERFORM CHECK-OPEN-POS.
           PERFORM CHECK-SKU-SUPPLIERS.
           PERFORM CHECK-PRECINCT-ASSIGNMENTS.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE 0 TO WS-IR-PAGE-NO.
           MOVE 99 TO WS-IR-LINE-COUNT.
           PERFORM VARYING WS-SEVERITY FROM 1 BY 1
                   UNTIL WS-SEVERITY > 3
               PERFORM PRINT-ONE-SEVERITY
           END-PERFORM.
           PERFORM PRINT-RULE-SUMMARY.
           CLOSE INTEGRITY-REPORT.
           DISPLAY "INTEGRITY SWEEP - SEVERITY 1: " WS-SEV-TOTAL (1)
               " SEVERITY 2: " WS-SEV-TOTAL (2)
               " SEVERITY 3: " WS-SEV-TOTAL (3)
               " - SEE INTEGRPT.DAT".
           IF WS-SEV-TOTAL (1) > 0
               DISPLAY "INTEGRITY SWEEP: SEVERITY 1 FINDINGS"
                   " - POSTING MUST NOT RUN"
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       NOTE-FINDING.
      *> Every finding counts; the first fifty of a rule are
      *> listed - past that the count tells the story.
           ADD 1 TO RU-FOUND (WS-RULE).
           ADD 1 TO WS-FINDING-TOTAL.
           ADD 1 TO WS-SEV-TOTAL (RF-SEVERITY (WS-RULE)).
           IF RU-LISTED (WS-RULE) < 50 AND WS-FT-COUNT < 500
               ADD 1 TO WS-FT-COUNT
               ADD 1 TO RU-LISTED (WS-RULE)
               MOVE WS-RULE TO FT-RULE (WS-FT-COUNT)
               MOVE WS-FIND-TEXT TO FT-TEXT (WS-FT-COUNT)
           END-IF.

       NOTE-MASTER-MISSING.
      *> Lines refer to a master that cannot be read - nothing
      *> can be matched, which is itself the finding.
           MOVE "M" TO RU-STATE (WS-RULE).
           PERFORM NOTE-FINDING.

       CHECK-GL-JOURNAL.
           MOVE 1 TO WS-RULE.
           PERFORM LOAD-CHART-KEYS.
           OPEN INPUT GL-JOURNAL.
           IF WS-GJ-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       LOAD-CHART-KEYS.
           MOVE "Y" TO WS-MASTER-OK.
           OPEN INPUT CHART-FILE.
           IF WS-CA-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-OK
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHART-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CHART-COUNT >= 1000
                               MOVE "Y" TO WS-CHART-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CHART-COUNT
                               MOVE CA-ACCT-NO
                                   TO CHART-KEY (WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       CHECK-ONE-JOURNAL-LINE.
           ADD 1 TO RU-CHECKED (WS-RULE).
           EVALUATE TRUE
               WHEN RU-STATE (WS-RULE) NOT = "C"
                   CONTINUE
               WHEN WS-MASTER-OK = "N"
                   MOVE "CHART.DAT NOT AVAILABLE - NO ACCOUNT MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
               WHEN WS-CHART-OVERFLOW = "Y"
                   MOVE "CHART.DAT PAST 1000 ACCOUNTS - NOT CHECKED"
                       TO WS-FIND-TEXT
                   MOVE "O" TO RU-STATE (WS-RULE)
                   PERFORM NOTE-FINDING
               WHEN OTHER
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                           UNTIL WS-CHART-SUB > WS-CHART-COUNT
                           OR WS-KEY-FOUND = "Y"
                       IF CHART-KEY (WS-CHART-SUB) = GJ-ACCT-NO
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = "N"
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING "JOURNAL " GJ-BUSINESS-DATE " "
                           GJ-SOURCE " ACCOUNT " GJ-ACCT-NO
                           " " GJ-DESCRIPTION
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM NOTE-FINDING
                   END-IF
           END-EVALUATE.

       CHECK-INVOICES.
           MOVE 2 TO WS-RULE.
           MOVE "Y" TO WS-MASTER-OK.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-AC-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-OK
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF WS-IV-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-MASTER-OK = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF.

       CHECK-ONE-INVOICE.
           ADD 1 TO RU-CHECKED (WS-RULE).
           IF RU-STATE (WS-RULE) = "C"
               IF WS-MASTER-OK = "N"
                   MOVE
                       "ACCTMAST.DAT NOT AVAILABLE - NO ACCOUNT MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE IV-ACCOUNT-ID TO AC-ID
                   READ ACCOUNT-MASTER KEY IS AC-ID
                       INVALID KEY
                           MOVE SPACES TO WS-FIND-TEXT
                           STRING "INVOICE " IV-NUMBER
                               " ACCOUNT " IV-ACCOUNT-ID
                               DELIMITED BY SIZE INTO WS-FIND-TEXT
                           PERFORM NOTE-FINDING
                   END-READ
               END-IF
           END-IF.

       OPEN-EMPLOYEE-MASTER.
      *> Loans and timesheets both answer to EMPMAST - opened
      *> once for the two sweeps.
           MOVE "Y" TO WS-MASTER-OK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EM-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-OK
           END-IF.

       LOOK-UP-EMPLOYEE.
           READ EMPLOYEE-MASTER KEY IS EM-ID
               INVALID KEY
                   MOVE "N" TO WS-KEY-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-FOUND
           END-READ.

       CHECK-LOANS.
      *> A loan on file for nobody is deducted from nobody; a
      *> balance still owed by a terminated employee was missed by
      *> the final pay.
           OPEN INPUT LOAN-MASTER.
           IF WS-LN-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (3)
               MOVE "A" TO RU-STATE (6)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ LOAN-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       CHECK-ONE-LOAN.
           MOVE 3 TO WS-RULE.
           ADD 1 TO RU-CHECKED (3).
           ADD 1 TO RU-CHECKED (6).
           IF RU-STATE (3) = "C"
               IF WS-MASTER-OK = "N"
                   MOVE
                       "EMPMAST.DAT NOT AVAILABLE - NO EMPLOYEE MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
                   MOVE "M" TO RU-STATE (6)
               ELSE
                   MOVE LN-EMP-ID TO EM-ID
                   PERFORM LOOK-UP-EMPLOYEE
                   MOVE LN-BALANCE TO WS-BALANCE-ED
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "LOAN " LN-LOAN-TYPE " EMPLOYEE " LN-EMP-ID
                       " BALANCE " WS-BALANCE-ED
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   IF WS-KEY-FOUND = "N"
                       PERFORM NOTE-FINDING
                   ELSE
                       IF EM-TERMINATED AND LN-BALANCE > 0
                           MOVE 6 TO WS-RULE
                           PERFORM NOTE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-TIMESHEETS.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TSH-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (4)
               MOVE "A" TO RU-STATE (5)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TIMESHEET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-TIMESHEET
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

       CHECK-ONE-TIMESHEET.
           MOVE 4 TO WS-RULE.
           ADD 1 TO RU-CHECKED (4).
           ADD 1 TO RU-CHECKED (5).
           IF RU-STATE (4) = "C"
               IF WS-MASTER-OK = "N"
                   MOVE
                       "EMPMAST.DAT NOT AVAILABLE - NO EMPLOYEE MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
                   MOVE "M" TO RU-STATE (5)
               ELSE
                   MOVE TS-EMP-ID TO EM-ID
                   PERFORM LOOK-UP-EMPLOYEE
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "TIMESHEET " TS-DATE " EMPLOYEE " TS-EMP-ID
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   IF WS-KEY-FOUND = "N"
                       PERFORM NOTE-FINDING
                   ELSE
                       IF EM-TERMINATED
                           MOVE 5 TO WS-RULE
                           PERFORM NOTE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ENROLLMENTS.
           MOVE 7 TO WS-RULE.
           MOVE "Y" TO WS-MASTER-OK.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-OK
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-MASTER-OK = "Y"
               CLOSE STUDENT-MASTER
           END-IF.

       CHECK-ONE-ENROLLMENT.
           ADD 1 TO RU-CHECKED (WS-RULE).
           IF RU-STATE (WS-RULE) = "C"
               IF WS-MASTER-OK = "N"
                   MOVE "STUMAST.DAT NOT AVAILABLE - NO STUDENT MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE EN-STU-ID TO SM-ID
                   READ STUDENT-MASTER KEY IS SM-ID
                       INVALID KEY
                           MOVE SPACES TO WS-FIND-TEXT
                           STRING "ENROLLMENT " EN-SCHOOL-YEAR
                               " TERM " EN-TERM " SECTION "
                               EN-SECTION " SUBJECT " EN-SUBJECT
                               " STUDENT " EN-STU-ID
                               DELIMITED BY SIZE INTO WS-FIND-TEXT
                           PERFORM NOTE-FINDING
                   END-READ
               END-IF
           END-IF.

       LOAD-STOCK-KEYS.
      *> Open PO lines and the SKU/supplier master both answer
      *> to the stock master.
           MOVE "Y" TO WS-STOCK-OK.
           OPEN INPUT STOCK-QTYS.
           IF WS-SQ-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-STOCK-OK
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STOCK-QTYS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-STOCK-COUNT >= 2000
                               MOVE "Y" TO WS-STOCK-OVERFLOW
                           ELSE
                               ADD 1 TO WS-STOCK-COUNT
                               MOVE SQ-SKU
                                   TO STOCK-KEY (WS-STOCK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-QTYS
           END-IF.

       CHECK-STOCK-KEY.
      *> WS-MATCH-SKU is the SKU the line names; WS-FIND-TEXT
      *> describes the line for the finding under WS-RULE.
           EVALUATE TRUE
               WHEN RU-STATE (WS-RULE) NOT = "C"
                   CONTINUE
               WHEN WS-STOCK-OK = "N"
                   MOVE "STOCKQTY.DAT NOT AVAILABLE - NO SKU MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
               WHEN WS-STOCK-OVERFLOW = "Y"
                   MOVE "STOCKQTY.DAT PAST 2000 SKUS - NOT CHECKED"
                       TO WS-FIND-TEXT
                   MOVE "O" TO RU-STATE (WS-RULE)
                   PERFORM NOTE-FINDING
               WHEN OTHER
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                           UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
                           OR WS-KEY-FOUND = "Y"
                       IF STOCK-KEY (WS-STOCK-SUB) = WS-MATCH-SKU
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = "N"
                       PERFORM NOTE-FINDING
                   END-IF
           END-EVALUATE.

       CHECK-OPEN-POS.
      *> A closed line is history - only a line still open can
      *> take a receipt the posting would reject.
           MOVE 8 TO WS-RULE.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OP-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPEN-PO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF OP-OPEN
                               ADD 1 TO RU-CHECKED (WS-RULE)
                               MOVE SPACES TO WS-FIND-TEXT
                               STRING "PO " OP-PO-NUMBER
                                   " SUPPLIER " OP-SUPPLIER " SKU "
                                   OP-SKU
                                   DELIMITED BY SIZE INTO WS-FIND-TEXT
                               MOVE OP-SKU TO WS-MATCH-SKU
                               PERFORM CHECK-STOCK-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       CHECK-SKU-SUPPLIERS.
           MOVE 10 TO WS-RULE.
           OPEN INPUT SKU-SUPPLIER.
           IF WS-SS-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SKU-SUPPLIER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RU-CHECKED (WS-RULE)
                           MOVE SPACES TO WS-FIND-TEXT
                           STRING "SUPPLIER " SS-SUPPLIER " SKU "
                               SS-SKU
                               DELIMITED BY SIZE INTO WS-FIND-TEXT
                           MOVE SS-SKU TO WS-MATCH-SKU
                           PERFORM CHECK-STOCK-KEY
                   END-READ
               END-PERFORM
               CLOSE SKU-SUPPLIER
           END-IF.

       CHECK-PRECINCT-ASSIGNMENTS.
           MOVE 9 TO WS-RULE.
           PERFORM LOAD-VOTER-KEYS.
           OPEN INPUT PRECINCT-ASSIGNMENTS.
           IF WS-PA-FILE-STATUS NOT = "00"
               MOVE "A" TO RU-STATE (WS-RULE)
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PRECINCT-ASSIGNMENTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE PRECINCT-ASSIGNMENTS
           END-IF.

       LOAD-VOTER-KEYS.
           MOVE "Y" TO WS-MASTER-OK.
           OPEN INPUT ELIGIBLE-VOTERS.
           IF WS-EV-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-OK
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ELIGIBLE-VOTERS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-VOTER-COUNT >= 20000
                               MOVE "Y" TO WS-VOTER-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VOTER-COUNT
                               MOVE EV-ID
                                   TO VOTER-KEY (WS-VOTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELIGIBLE-VOTERS
           END-IF.

       CHECK-ONE-ASSIGNMENT.
           ADD 1 TO RU-CHECKED (WS-RULE).
           EVALUATE TRUE
               WHEN RU-STATE (WS-RULE) NOT = "C"
                   CONTINUE
               WHEN WS-MASTER-OK = "N"
                   MOVE "ELIGVOTE.DAT NOT AVAILABLE - NO VOTER MATCHED"
                       TO WS-FIND-TEXT
                   PERFORM NOTE-MASTER-MISSING
               WHEN WS-VOTER-OVERFLOW = "Y"
                   MOVE "ELIGVOTE.DAT PAST 20000 VOTERS - NOT CHECKED"
                       TO WS-FIND-TEXT
                   MOVE "O" TO RU-STATE (WS-RULE)
                   PERFORM NOTE-FINDING
               WHEN OTHER
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-VOTER-SUB FROM 1 BY 1
                           UNTIL WS-VOTER-SUB > WS-VOTER-COUNT
                           OR WS-KEY-FOUND = "Y"
                       IF VOTER-KEY (WS-VOTER-SUB) = PA-VOTER-ID
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = "N"
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING "PRECINCT " PA-PRECINCT-ID
                           " VOTER " PA-VOTER-ID " " PA-NAME
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM NOTE-FINDING
                   END-IF
           END-EVALUATE.

       PRINT-ONE-SEVERITY.
           MOVE WS-SEV-TOTAL (WS-SEVERITY) TO WS-SEV-ED.
           MOVE SPACES TO WS-IR-BUILD.
           EVALUATE WS-SEVERITY
               WHEN 1
                   STRING "SEVERITY 1 - POSTING HELD: "
                       WS-SEV-ED " FINDING(S)"
                       DELIMITED BY SIZE INTO WS-IR-BUILD
               WHEN 2
                   STRING "SEVERITY 2 - FIX BEFORE NEXT USE: "
                       WS-SEV-ED " FINDING(S)"
                       DELIMITED BY SIZE INTO WS-IR-BUILD
               WHEN OTHER
                   STRING "SEVERITY 3 - HOUSEKEEPING: "
                       WS-SEV-ED " FINDING(S)"
                       DELIMITED BY SIZE INTO WS-IR-BUILD
           END-EVALUATE.
           PERFORM WRITE-INTEGRITY-LINE.
           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-COUNT
               IF RF-SEVERITY (WS-RULE) = WS-SEVERITY
                       AND RU-FOUND (WS-RULE) > 0
                   PERFORM PRINT-RULE-FINDINGS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.

       PRINT-RULE-FINDINGS.
           MOVE RF-ID (WS-RULE) TO IRH-ID.
           MOVE RF-DESC (WS-RULE) TO IRH-DESC.
           MOVE RU-FOUND (WS-RULE) TO IRH-FOUND.
           MOVE IR-RULE-HEAD-LINE TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.
           DISPLAY IR-RULE-HEAD-LINE.
           PERFORM VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > WS-FT-COUNT
               IF FT-RULE (WS-FT-SUB) = WS-RULE
                   MOVE FT-TEXT (WS-FT-SUB) TO IRF-TEXT
                   MOVE IR-FINDING-LINE TO WS-IR-BUILD
                   PERFORM WRITE-INTEGRITY-LINE
               END-IF
           END-PERFORM.
           IF RU-FOUND (WS-RULE) > RU-LISTED (WS-RULE)
               COMPUTE WS-UNLISTED =
                   RU-FOUND (WS-RULE) - RU-LISTED (WS-RULE)
               MOVE SPACES TO WS-IR-BUILD
               STRING "     ... AND " WS-UNLISTED " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO WS-IR-BUILD
               PERFORM WRITE-INTEGRITY-LINE
           END-IF.

       PRINT-RULE-SUMMARY.
           MOVE "COUNT BY RULE" TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.
           MOVE IR-SUMMARY-HEADING TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.
           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-COUNT
               MOVE RF-ID (WS-RULE) TO IRS-ID
               MOVE RF-SEVERITY (WS-RULE) TO IRS-SEVERITY
               MOVE RF-DESC (WS-RULE) TO IRS-DESC
               MOVE RU-CHECKED (WS-RULE) TO IRS-CHECKED
               MOVE RU-FOUND (WS-RULE) TO IRS-FOUND
               EVALUATE RU-STATE (WS-RULE)
                   WHEN "A"
                       MOVE "FILE NOT PRESENT" TO IRS-STATE
                   WHEN "M"
                       MOVE "MASTER MISSING" TO IRS-STATE
                   WHEN "O"
                       MOVE "MASTER PAST CAPACITY" TO IRS-STATE
                   WHEN OTHER
                       MOVE "CHECKED" TO IRS-STATE
               END-EVALUATE
               MOVE IR-SUMMARY-LINE TO WS-IR-BUILD
               PERFORM WRITE-INTEGRITY-LINE
           END-PERFORM.
           MOVE SPACES TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.
           IF WS-SEV-TOTAL (1) > 0
               MOVE "SEVERITY 1 FINDINGS - TONIGHT'S POSTING IS HELD"
                   TO WS-IR-BUILD
           ELSE
               MOVE "NO SEVERITY 1 FINDINGS - POSTING MAY RUN"
                   TO WS-IR-BUILD
           END-IF.
           PERFORM WRITE-INTEGRITY-LINE.
           MOVE WS-FINDING-TOTAL TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-IR-BUILD.
           PERFORM WRITE-INTEGRITY-LINE.

       START-INTEGRITY-PAGE.
           ADD 1 TO WS-IR-PAGE-NO.
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-IR-PAGE-NO TO RPT-H-PAGE.
           WRITE IR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-IR-LINE-COUNT.

       WRITE-INTEGRITY-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-IR-LINE-COUNT >= 55
               PERFORM START-INTEGRITY-PAGE
           END-IF.
           WRITE IR-PRINT-LINE FROM WS-IR-BUILD.
           ADD 1 TO WS-IR-LINE-COUNT.
