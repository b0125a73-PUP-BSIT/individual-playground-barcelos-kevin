       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
      *> Degree audit and candidates-for-graduation run. Each
      *> student on the student-program file is checked against the
      *> curriculum master for their program: the subject grades on
      *> GWASUBJ, weighted by GWAWT and graded off the shared scale,
      *> give the subjects passed, and the audit prints the required
      *> subjects not yet passed, the units earned against the
      *> program's total and elective units, and every subject failed
      *> and not since passed. A student with nothing remaining is a
      *> candidate for graduation and goes on the certified list with
      *> the cumulative weighted GWA and the Latin honors it earns
      *> under HONORCTL - honors only where no failing grade is on
      *> record, neither a failed subject attempt nor a failed term
      *> of record on the grade history. A candidate still carrying
      *> an active hold is flagged on the list for the registrar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-PROGRAM ASSIGN TO "STUPROG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FILE-STATUS.
           SELECT CURRICULUM ASSIGN TO "CURRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-FILE-STATUS.
           SELECT SUBJECT-CATALOG ASSIGN TO "SUBJCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-FILE-STATUS.
           SELECT GWA-SUBJECTS ASSIGN TO "GWASUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-FILE-STATUS.
           SELECT GWA-WEIGHTS ASSIGN TO "GWAWT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-FILE-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO "GRDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-FILE-STATUS.
           SELECT HONOR-CONTROL ASSIGN TO "HONORCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HN-FILE-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "DEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-LIST ASSIGN TO "GRADCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-PROGRAM.
       COPY STUPROG.
       FD  CURRICULUM.
       COPY CURRIC.
       FD  SUBJECT-CATALOG.
       COPY SUBJCAT.
       FD  GWA-SUBJECTS.
       COPY GWASUBJ.
       FD  GWA-WEIGHTS.
       COPY GWAWT.
       FD  GRADE-HISTORY.
       COPY GRDHIST.
       FD  HONOR-CONTROL.
       COPY HONORCTL.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AUDIT-REPORT.
       01  DA-PRINT-LINE              PIC X(132).
       FD  CANDIDATE-LIST.
       01  GC-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-PF-FILE-STATUS          PIC XX.
       01  WS-CK-FILE-STATUS          PIC XX.
       01  WS-CG-FILE-STATUS          PIC XX.
       01  WS-SJ-FILE-STATUS          PIC XX.
       01  WS-WT-FILE-STATUS          PIC XX.
       01  WS-GH-FILE-STATUS          PIC XX.
       01  WS-HN-FILE-STATUS          PIC XX.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
       01  WS-AUDITED-COUNT           PIC 9(5) VALUE 0.
       01  WS-CANDIDATE-COUNT         PIC 9(5) VALUE 0.
       01  WS-NO-PROGRAM-COUNT        PIC 9(5) VALUE 0.
       01  WS-HONORS-COUNT            PIC 9(5) VALUE 0.
      *> Term weights - the same defaults the weighted GWA report
      *> runs at.
       01  WS-PRELIM-PCT              PIC V999 VALUE .300.
       01  WS-MIDTERM-PCT             PIC V999 VALUE .300.
       01  WS-FINALS-PCT              PIC V999 VALUE .400.
      *> Latin honors cutoffs - HONORCTL overrides.
       01  WS-SUMMA-MIN               PIC 999V99 VALUE 95.00.
       01  WS-MAGNA-MIN               PIC 999V99 VALUE 92.00.
       01  WS-CUM-LAUDE-MIN           PIC 999V99 VALUE 90.00.
       01  WS-WEIGHTED-SCORE          PIC 999V9999.
       01  WS-SUBJECT-SCORE           PIC 999.
       01  WS-SCORE-WHOLE             PIC 999.
       01  WS-GRADE-POINT             PIC 9V99.
       01  WS-GRADE-REMARK            PIC X(20).
      *> Degree programs off the curriculum P lines.
       01  WS-PG-COUNT                PIC 99 VALUE 0.
       01  WS-PG-SUB                  PIC 99.
       01  WS-PG-HIT                  PIC 99.
       01  PROGRAM-TABLE-AREA.
           05  PROGRAM-ENTRY OCCURS 50 TIMES.
               10  PGT-PROGRAM        PIC X(8).
               10  PGT-TITLE          PIC X(30).
               10  PGT-TOTAL-UNITS    PIC 9(3).
               10  PGT-ELECTIVE-UNITS PIC 9(3).
      *> Required and elective subject lines.
       01  WS-CK-COUNT                PIC 9(4) VALUE 0.
       01  WS-CK-SUB                  PIC 9(4).
       01  CURRIC-TABLE-AREA.
           05  CURRIC-ENTRY OCCURS 2000 TIMES.
               10  CKT-PROGRAM        PIC X(8).
               10  CKT-KIND           PIC X.
               10  CKT-SUBJECT        PIC X(10).
      *> Subject catalog, for the title and units of what remains.
       01  WS-CG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CG-SUB                  PIC 9(3).
       01  WS-CG-HIT                  PIC 9(3).
       01  CATALOG-TABLE-AREA.
           05  CATALOG-ENTRY OCCURS 300 TIMES.
               10  CGT-CODE           PIC X(10).
               10  CGT-TITLE          PIC X(30).
               10  CGT-UNITS          PIC 99.
      *> Every subject attempt on GWASUBJ, graded.
       01  WS-RS-COUNT                PIC 9(4) VALUE 0.
       01  WS-RS-SUB                  PIC 9(4).
       01  RESULT-TABLE-AREA.
           05  RESULT-ENTRY OCCURS 5000 TIMES.
               10  RST-STU-ID         PIC X(9).
               10  RST-NAME           PIC X(20).
               10  RST-SUBJECT        PIC X(10).
               10  RST-UNITS          PIC 99.
               10  RST-WEIGHTED       PIC 999V9999.
               10  RST-PASSED         PIC X.
      *> Terms of record on the grade history - a re-posted term
      *> replaces its earlier line, a superseded line never counts.
       01  WS-TR-COUNT                PIC 9(4) VALUE 0.
       01  WS-TR-SUB                  PIC 9(4).
       01  WS-TR-HIT                  PIC 9(4).
       01  TERM-RESULT-TABLE-AREA.
           05  TERM-RESULT-ENTRY OCCURS 5000 TIMES.
               10  TRT-STU-ID         PIC X(9).
               10  TRT-SCHOOL-YEAR    PIC 9(4).
               10  TRT-TERM           PIC 9.
               10  TRT-FAILED         PIC X.
      *> Students with an active hold.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  WS-ON-HOLD                 PIC X.
       01  HELD-TABLE-AREA.
           05  HELD-STU-ID            PIC X(9) OCCURS 3000 TIMES.
      *> The student under audit - one line per distinct subject.
       01  WS-STU-NAME                PIC X(20).
       01  WS-SS-COUNT                PIC 9(3).
       01  WS-SS-SUB                  PIC 9(3).
       01  WS-SS-HIT                  PIC 9(3).
       01  STUDENT-SUBJECT-AREA.
           05  STUDENT-SUBJECT OCCURS 200 TIMES.
               10  SST-SUBJECT        PIC X(10).
               10  SST-UNITS          PIC 99.
               10  SST-PASSED         PIC X.
               10  SST-FAILED         PIC X.
       01  WS-UNITS-SUM               PIC 9(4).
       01  WS-WEIGHTED-SUM            PIC 9(7)V9999.
       01  WS-CUM-GWA                 PIC 999V99.
       01  WS-ANY-FAIL                PIC X.
       01  WS-REQUIRED-EARNED         PIC 9(4).
       01  WS-ELECTIVE-EARNED         PIC 9(4).
       01  WS-TOTAL-EARNED            PIC 9(4).
       01  WS-REMAINING-COUNT         PIC 9(3).
       01  WS-NOT-RETAKEN-COUNT       PIC 9(3).
       01  WS-HONORS                  PIC X(16).
       01  WS-ED-GWA                  PIC ZZ9.99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-DA-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-DA-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-DA-BUILD                PIC X(132).
       01  WS-GC-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-GC-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-GC-BUILD                PIC X(132).
       01  DA-REMAIN-LINE.
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  DAR-LABEL              PIC X(20).
           05  DAR-SUBJECT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DAR-TITLE              PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DAR-UNITS              PIC Z9.
           05  FILLER                 PIC X(6) VALUE " UNITS".
       01  GC-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(22) VALUE "NAME".
           05  FILLER                 PIC X(10) VALUE "PROGRAM".
           05  FILLER                 PIC X(7)  VALUE "UNITS".
           05  FILLER                 PIC X(9)  VALUE "CUM GWA".
           05  FILLER                 PIC X(18) VALUE "LATIN HONORS".
           05  FILLER                 PIC X(4)  VALUE "HOLD".
       01  GC-DETAIL-LINE.
           05  GCD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GCD-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GCD-PROGRAM            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GCD-UNITS              PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  GCD-GWA                PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  GCD-HONORS             PIC X(16).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GCD-HOLD               PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-GWA-WEIGHTS.
           PERFORM LOAD-HONOR-CONTROL.
           PERFORM LOAD-CURRICULUM.
           IF WS-PG-COUNT = 0
               DISPLAY "CURRIC.DAT EMPTY OR MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-SUBJECT-RESULTS.
           PERFORM LOAD-TERM-RESULTS.
           PERFORM LOAD-ACTIVE-HOLDS.
      *> An audit against a truncated table would certify a
      *> student short of what is actually on record - refuse.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "REFERENCE FILE EXCEEDS TABLE CAPACITY - RUN"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-PROGRAM.
           IF WS-PF-FILE-STATUS NOT = "00"
               DISPLAY "STUPROG.DAT NOT AVAILABLE - STATUS "
                   WS-PF-FILE-STATUS " - NOTHING TO AUDIT"
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           OPEN OUTPUT CANDIDATE-LIST.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ STUDENT-PROGRAM
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM AUDIT-ONE-STUDENT
               END-READ
           END-PERFORM.
           CLOSE STUDENT-PROGRAM.
           MOVE SPACES TO WS-DA-BUILD.
           STRING "AUDITED: " WS-AUDITED-COUNT
               "  CANDIDATES: " WS-CANDIDATE-COUNT
               "  PROGRAM NOT ON CURRICULUM: " WS-NO-PROGRAM-COUNT
               DELIMITED BY SIZE INTO WS-DA-BUILD.
           PERFORM WRITE-AUDIT-LINE.
           DISPLAY WS-DA-BUILD (1:80).
           MOVE WS-AUDITED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-DA-BUILD.
           PERFORM WRITE-AUDIT-LINE.
           CLOSE AUDIT-REPORT.
           PERFORM CERTIFY-CANDIDATE-LIST.
           CLOSE CANDIDATE-LIST.
           DISPLAY "CANDIDATES FOR GRADUATION: " WS-CANDIDATE-COUNT
               " WITH HONORS: " WS-HONORS-COUNT
               " - SEE DEGAUDIT.DAT AND GRADCAND.DAT".
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

       LOAD-GWA-WEIGHTS.
           OPEN INPUT GWA-WEIGHTS.
           IF WS-WT-FILE-STATUS = "00"
               READ GWA-WEIGHTS
                   NOT AT END
                       MOVE WT-PRELIM-PCT TO WS-PRELIM-PCT
                       MOVE WT-MIDTERM-PCT TO WS-MIDTERM-PCT
                       MOVE WT-FINALS-PCT TO WS-FINALS-PCT
               END-READ
               CLOSE GWA-WEIGHTS
           END-IF.

       LOAD-HONOR-CONTROL.
           OPEN INPUT HONOR-CONTROL.
           IF WS-HN-FILE-STATUS = "00"
               READ HONOR-CONTROL
                   NOT AT END
                       MOVE HN-SUMMA-MIN TO WS-SUMMA-MIN
                       MOVE HN-MAGNA-MIN TO WS-MAGNA-MIN
                       MOVE HN-CUM-LAUDE-MIN TO WS-CUM-LAUDE-MIN
               END-READ
               CLOSE HONOR-CONTROL
           END-IF.

       LOAD-CURRICULUM.
           MOVE 0 TO WS-PG-COUNT.
           MOVE 0 TO WS-CK-COUNT.
           OPEN INPUT CURRICULUM.
           IF WS-CK-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CURRICULUM
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TABLE-ONE-CURRIC-LINE
                   END-READ
               END-PERFORM
               CLOSE CURRICULUM
           END-IF.

       TABLE-ONE-CURRIC-LINE.
           EVALUATE TRUE
               WHEN CK-PROGRAM-LINE
                   IF WS-PG-COUNT < 50
                       ADD 1 TO WS-PG-COUNT
                       MOVE CK-PROGRAM TO PGT-PROGRAM (WS-PG-COUNT)
                       MOVE CK-TITLE TO PGT-TITLE (WS-PG-COUNT)
                       MOVE CK-TOTAL-UNITS
                           TO PGT-TOTAL-UNITS (WS-PG-COUNT)
                       MOVE CK-ELECTIVE-UNITS
                           TO PGT-ELECTIVE-UNITS (WS-PG-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                       DISPLAY "CURRIC.DAT EXCEEDS 50 PROGRAMS"
                   END-IF
               WHEN CK-REQUIRED OR CK-ELECTIVE
                   IF WS-CK-COUNT < 2000
                       ADD 1 TO WS-CK-COUNT
                       MOVE CK-PROGRAM TO CKT-PROGRAM (WS-CK-COUNT)
                       MOVE CK-KIND TO CKT-KIND (WS-CK-COUNT)
                       MOVE CK-SUBJECT TO CKT-SUBJECT (WS-CK-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                       DISPLAY "CURRIC.DAT EXCEEDS 2000 SUBJECT LINES"
                   END-IF
               WHEN OTHER
                   DISPLAY "CURRIC.DAT LINE FOR " CK-PROGRAM
                       " HAS UNKNOWN KIND " CK-KIND " - IGNORED"
           END-EVALUATE.

       LOAD-SUBJECT-CATALOG.
           MOVE 0 TO WS-CG-COUNT.
           OPEN INPUT SUBJECT-CATALOG.
           IF WS-CG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SUBJECT-CATALOG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CG-COUNT < 300
                               ADD 1 TO WS-CG-COUNT
                               MOVE CG-CODE TO CGT-CODE (WS-CG-COUNT)
                               MOVE CG-TITLE
                                   TO CGT-TITLE (WS-CG-COUNT)
                               MOVE CG-UNITS
                                   TO CGT-UNITS (WS-CG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                               DISPLAY "SUBJCAT.DAT EXCEEDS 300"
                                   " SUBJECTS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG
           END-IF.

       LOAD-SUBJECT-RESULTS.
           MOVE 0 TO WS-RS-COUNT.
           OPEN INPUT GWA-SUBJECTS.
           IF WS-SJ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GWA-SUBJECTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM GRADE-ONE-SUBJECT
                   END-READ
               END-PERFORM
               CLOSE GWA-SUBJECTS
           END-IF.

       GRADE-ONE-SUBJECT.
      *> A line without all three term scores has no grade yet
      *> and is neither passed nor failed - it is left off.
           IF SJ-PRELIM IS NUMERIC AND SJ-MIDTERM IS NUMERIC
                   AND SJ-FINALS IS NUMERIC
               IF WS-RS-COUNT < 5000
                   ADD 1 TO WS-RS-COUNT
                   COMPUTE WS-WEIGHTED-SCORE =
                       (SJ-PRELIM * WS-PRELIM-PCT)
                       + (SJ-MIDTERM * WS-MIDTERM-PCT)
                       + (SJ-FINALS * WS-FINALS-PCT)
                   COMPUTE WS-SUBJECT-SCORE ROUNDED =
                       (SJ-PRELIM * WS-PRELIM-PCT)
                       + (SJ-MIDTERM * WS-MIDTERM-PCT)
                       + (SJ-FINALS * WS-FINALS-PCT)
                   CALL "GRDLOOKUP" USING WS-SUBJECT-SCORE
                       WS-GRADE-POINT WS-GRADE-REMARK
                   MOVE SJ-STU-ID TO RST-STU-ID (WS-RS-COUNT)
                   MOVE SJ-STU-NAME TO RST-NAME (WS-RS-COUNT)
                   MOVE SJ-SUBJECT TO RST-SUBJECT (WS-RS-COUNT)
                   MOVE SJ-UNITS TO RST-UNITS (WS-RS-COUNT)
                   MOVE WS-WEIGHTED-SCORE
                       TO RST-WEIGHTED (WS-RS-COUNT)
                   IF WS-GRADE-POINT < 5.00
                       MOVE "Y" TO RST-PASSED (WS-RS-COUNT)
                   ELSE
                       MOVE "N" TO RST-PASSED (WS-RS-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   DISPLAY "GWASUBJ.DAT EXCEEDS 5000 SUBJECT LINES"
               END-IF
           END-IF.

       LOAD-TERM-RESULTS.
           MOVE 0 TO WS-TR-COUNT.
           OPEN INPUT GRADE-HISTORY.
           IF WS-GH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GRADE-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF NOT GH-SUPERSEDED
                               PERFORM TABLE-ONE-TERM-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-HISTORY
           END-IF.

       TABLE-ONE-TERM-RESULT.
      *> The history is appended in posting order - the last
      *> line read for a student's SY/term is the term of record.
           MOVE 0 TO WS-TR-HIT.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT OR WS-TR-HIT > 0
               IF TRT-STU-ID (WS-TR-SUB) = GH-STU-ID
                       AND TRT-SCHOOL-YEAR (WS-TR-SUB)
                           = GH-SCHOOL-YEAR
                       AND TRT-TERM (WS-TR-SUB) = GH-TERM
                   MOVE WS-TR-SUB TO WS-TR-HIT
               END-IF
           END-PERFORM.
           IF WS-TR-HIT = 0
               IF WS-TR-COUNT < 5000
                   ADD 1 TO WS-TR-COUNT
                   MOVE WS-TR-COUNT TO WS-TR-HIT
                   MOVE GH-STU-ID TO TRT-STU-ID (WS-TR-HIT)
                   MOVE GH-SCHOOL-YEAR TO TRT-SCHOOL-YEAR (WS-TR-HIT)
                   MOVE GH-TERM TO TRT-TERM (WS-TR-HIT)
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   DISPLAY "GRDHIST.DAT EXCEEDS 5000 TERMS OF RECORD"
               END-IF
           END-IF.
           IF WS-TR-HIT > 0
               MOVE GH-AVERAGE TO WS-SCORE-WHOLE
               CALL "GRDLOOKUP" USING WS-SCORE-WHOLE WS-GRADE-POINT
                   WS-GRADE-REMARK
               IF WS-GRADE-POINT < 5.00
                   MOVE "N" TO TRT-FAILED (WS-TR-HIT)
               ELSE
                   MOVE "Y" TO TRT-FAILED (WS-TR-HIT)
               END-IF
           END-IF.

       LOAD-ACTIVE-HOLDS.
      *> No hold file yet means no student is on hold.
           MOVE 0 TO WS-HT-COUNT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLD-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF HL-ACTIVE
                               PERFORM TABLE-ONE-HELD-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       TABLE-ONE-HELD-STUDENT.
           MOVE "N" TO WS-ON-HOLD.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-ON-HOLD = "Y"
               IF HELD-STU-ID (WS-HT-SUB) = HL-STU-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.
           IF WS-ON-HOLD = "N"
               IF WS-HT-COUNT < 3000
                   ADD 1 TO WS-HT-COUNT
                   MOVE HL-STU-ID TO HELD-STU-ID (WS-HT-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   DISPLAY "HOLDMAST.DAT EXCEEDS 3000 HELD STUDENTS"
               END-IF
           END-IF.

       AUDIT-ONE-STUDENT.
           MOVE 0 TO WS-PG-HIT.
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-COUNT OR WS-PG-HIT > 0
               IF PGT-PROGRAM (WS-PG-SUB) = PF-PROGRAM
                   MOVE WS-PG-SUB TO WS-PG-HIT
               END-IF
           END-PERFORM.
           IF WS-PG-HIT = 0
               ADD 1 TO WS-NO-PROGRAM-COUNT
               MOVE SPACES TO WS-DA-BUILD
               PERFORM WRITE-AUDIT-LINE
               STRING PF-STU-ID "  PROGRAM " PF-PROGRAM
                   " NOT ON CURRICULUM MASTER - NOT AUDITED"
                   DELIMITED BY SIZE INTO WS-DA-BUILD
               PERFORM WRITE-AUDIT-LINE
           ELSE
               ADD 1 TO WS-AUDITED-COUNT
               PERFORM COLLECT-STUDENT-SUBJECTS
               PERFORM CHECK-FAILED-TERMS
               PERFORM PRINT-STUDENT-HEADING
               PERFORM CHECK-CURRICULUM
               PERFORM LIST-NOT-RETAKEN
               PERFORM PRINT-STUDENT-VERDICT
           END-IF.

       COLLECT-STUDENT-SUBJECTS.
      *> Folds the student's attempts into one line per subject:
      *> passed if any attempt passed, failed if any attempt
      *> failed. Every attempt counts toward the cumulative GWA.
           MOVE 0 TO WS-SS-COUNT.
           MOVE 0 TO WS-UNITS-SUM.
           MOVE 0 TO WS-WEIGHTED-SUM.
           MOVE "N" TO WS-ANY-FAIL.
           MOVE SPACES TO WS-STU-NAME.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
               IF RST-STU-ID (WS-RS-SUB) = PF-STU-ID
                   PERFORM FOLD-ONE-ATTEMPT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CUM-GWA.
           IF WS-UNITS-SUM > 0
               COMPUTE WS-CUM-GWA ROUNDED =
                   WS-WEIGHTED-SUM / WS-UNITS-SUM
           END-IF.

       FOLD-ONE-ATTEMPT.
           MOVE RST-NAME (WS-RS-SUB) TO WS-STU-NAME.
           ADD RST-UNITS (WS-RS-SUB) TO WS-UNITS-SUM.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
               + (RST-WEIGHTED (WS-RS-SUB) * RST-UNITS (WS-RS-SUB)).
           MOVE 0 TO WS-SS-HIT.
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-COUNT OR WS-SS-HIT > 0
               IF SST-SUBJECT (WS-SS-SUB) = RST-SUBJECT (WS-RS-SUB)
                   MOVE WS-SS-SUB TO WS-SS-HIT
               END-IF
           END-PERFORM.
           IF WS-SS-HIT = 0 AND WS-SS-COUNT < 200
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-HIT
               MOVE RST-SUBJECT (WS-RS-SUB) TO SST-SUBJECT (WS-SS-HIT)
               MOVE RST-UNITS (WS-RS-SUB) TO SST-UNITS (WS-SS-HIT)
               MOVE "N" TO SST-PASSED (WS-SS-HIT)
               MOVE "N" TO SST-FAILED (WS-SS-HIT)
           END-IF.
           IF WS-SS-HIT > 0
               IF RST-PASSED (WS-RS-SUB) = "Y"
                   MOVE "Y" TO SST-PASSED (WS-SS-HIT)
               ELSE
                   MOVE "Y" TO SST-FAILED (WS-SS-HIT)
                   MOVE "Y" TO WS-ANY-FAIL
               END-IF
           END-IF.

       CHECK-FAILED-TERMS.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT
               IF TRT-STU-ID (WS-TR-SUB) = PF-STU-ID
                       AND TRT-FAILED (WS-TR-SUB) = "Y"
                   MOVE "Y" TO WS-ANY-FAIL
               END-IF
           END-PERFORM.

       PRINT-STUDENT-HEADING.
           MOVE SPACES TO WS-DA-BUILD.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO WS-DA-BUILD.
           STRING PF-STU-ID "  " WS-STU-NAME "  PROGRAM " PF-PROGRAM
               " " PGT-TITLE (WS-PG-HIT)
               DELIMITED BY SIZE INTO WS-DA-BUILD.
           PERFORM WRITE-AUDIT-LINE.

       CHECK-CURRICULUM.
           MOVE 0 TO WS-REQUIRED-EARNED.
           MOVE 0 TO WS-ELECTIVE-EARNED.
           MOVE 0 TO WS-REMAINING-COUNT.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
               IF CKT-PROGRAM (WS-CK-SUB) = PF-PROGRAM
                   PERFORM CHECK-ONE-CURRIC-SUBJECT
               END-IF
           END-PERFORM.
           COMPUTE WS-TOTAL-EARNED =
               WS-REQUIRED-EARNED + WS-ELECTIVE-EARNED.

       CHECK-ONE-CURRIC-SUBJECT.
           MOVE 0 TO WS-SS-HIT.
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-COUNT OR WS-SS-HIT > 0
               IF SST-SUBJECT (WS-SS-SUB) = CKT-SUBJECT (WS-CK-SUB)
                       AND SST-PASSED (WS-SS-SUB) = "Y"
                   MOVE WS-SS-SUB TO WS-SS-HIT
               END-IF
           END-PERFORM.
           IF WS-SS-HIT > 0
               IF CKT-KIND (WS-CK-SUB) = "R"
                   ADD SST-UNITS (WS-SS-HIT) TO WS-REQUIRED-EARNED
               ELSE
                   ADD SST-UNITS (WS-SS-HIT) TO WS-ELECTIVE-EARNED
               END-IF
           ELSE
               IF CKT-KIND (WS-CK-SUB) = "R"
                   ADD 1 TO WS-REMAINING-COUNT
                   MOVE "REQUIRED, NOT YET" TO DAR-LABEL
                   MOVE CKT-SUBJECT (WS-CK-SUB) TO DAR-SUBJECT
                   PERFORM FILL-REMAIN-FROM-CATALOG
                   MOVE DA-REMAIN-LINE TO WS-DA-BUILD
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       FILL-REMAIN-FROM-CATALOG.
           MOVE 0 TO WS-CG-HIT.
           PERFORM VARYING WS-CG-SUB FROM 1 BY 1
                   UNTIL WS-CG-SUB > WS-CG-COUNT OR WS-CG-HIT > 0
               IF CGT-CODE (WS-CG-SUB) = DAR-SUBJECT
                   MOVE WS-CG-SUB TO WS-CG-HIT
               END-IF
           END-PERFORM.
           IF WS-CG-HIT > 0
               MOVE CGT-TITLE (WS-CG-HIT) TO DAR-TITLE
               MOVE CGT-UNITS (WS-CG-HIT) TO DAR-UNITS
           ELSE
               MOVE "NOT IN SUBJECT CATALOG" TO DAR-TITLE
               MOVE 0 TO DAR-UNITS
           END-IF.

       LIST-NOT-RETAKEN.
      *> A subject failed and never since passed stands against
      *> graduation whether or not the curriculum names it.
           MOVE 0 TO WS-NOT-RETAKEN-COUNT.
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-COUNT
               IF SST-FAILED (WS-SS-SUB) = "Y"
                       AND SST-PASSED (WS-SS-SUB) = "N"
                   ADD 1 TO WS-NOT-RETAKEN-COUNT
                   MOVE "FAILED, NOT RETAKEN" TO DAR-LABEL
                   MOVE SST-SUBJECT (WS-SS-SUB) TO DAR-SUBJECT
                   PERFORM FILL-REMAIN-FROM-CATALOG
                   MOVE DA-REMAIN-LINE TO WS-DA-BUILD
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-PERFORM.

       PRINT-STUDENT-VERDICT.
           MOVE WS-CUM-GWA TO WS-ED-GWA.
           MOVE SPACES TO WS-DA-BUILD.
           STRING "      UNITS EARNED " WS-TOTAL-EARNED
               " OF " PGT-TOTAL-UNITS (WS-PG-HIT)
               "  ELECTIVE UNITS " WS-ELECTIVE-EARNED
               " OF " PGT-ELECTIVE-UNITS (WS-PG-HIT)
               "  CUMULATIVE GWA " WS-ED-GWA
               DELIMITED BY SIZE INTO WS-DA-BUILD.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO WS-DA-BUILD.
           IF WS-REMAINING-COUNT = 0
                   AND WS-NOT-RETAKEN-COUNT = 0
                   AND WS-TOTAL-EARNED >= PGT-TOTAL-UNITS (WS-PG-HIT)
                   AND WS-ELECTIVE-EARNED
                       >= PGT-ELECTIVE-UNITS (WS-PG-HIT)
               MOVE "      AUDIT: COMPLETE - CANDIDATE FOR GRADUATION"
                   TO WS-DA-BUILD
               PERFORM WRITE-AUDIT-LINE
               PERFORM LIST-ONE-CANDIDATE
           ELSE
               MOVE "      AUDIT: INCOMPLETE" TO WS-DA-BUILD
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       LIST-ONE-CANDIDATE.
      *> Latin honors go only to a record with no failing grade -
      *> a failed subject later passed still bars them.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE SPACES TO WS-HONORS.
           IF WS-ANY-FAIL = "N"
               EVALUATE TRUE
                   WHEN WS-CUM-GWA >= WS-SUMMA-MIN
                       MOVE "SUMMA CUM LAUDE" TO WS-HONORS
                   WHEN WS-CUM-GWA >= WS-MAGNA-MIN
                       MOVE "MAGNA CUM LAUDE" TO WS-HONORS
                   WHEN WS-CUM-GWA >= WS-CUM-LAUDE-MIN
                       MOVE "CUM LAUDE" TO WS-HONORS
               END-EVALUATE
           END-IF.
           IF WS-HONORS NOT = SPACES
               ADD 1 TO WS-HONORS-COUNT
           END-IF.
           MOVE "N" TO WS-ON-HOLD.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-ON-HOLD = "Y"
               IF HELD-STU-ID (WS-HT-SUB) = PF-STU-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.
           MOVE PF-STU-ID TO GCD-STU-ID.
           MOVE WS-STU-NAME TO GCD-NAME.
           MOVE PF-PROGRAM TO GCD-PROGRAM.
           MOVE WS-TOTAL-EARNED TO GCD-UNITS.
           MOVE WS-CUM-GWA TO GCD-GWA.
           MOVE WS-HONORS TO GCD-HONORS.
           IF WS-ON-HOLD = "Y"
               MOVE "ON HOLD" TO GCD-HOLD
           ELSE
               MOVE SPACES TO GCD-HOLD
           END-IF.
           MOVE GC-DETAIL-LINE TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.

       CERTIFY-CANDIDATE-LIST.
      *> The list closes with the count and the registrar's
      *> certification block, kept together on one page.
           IF WS-GC-LINE-COUNT > 47
               PERFORM START-CANDIDATE-PAGE
           END-IF.
           MOVE SPACES TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           STRING "CANDIDATES: " WS-CANDIDATE-COUNT
               "  WITH LATIN HONORS: " WS-HONORS-COUNT
               DELIMITED BY SIZE INTO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE SPACES TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE "I CERTIFY THAT THE STUDENTS LISTED HAVE COMPLETED"
               TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE SPACES TO WS-GC-BUILD.
           STRING "THEIR PROGRAM REQUIREMENTS AS OF " WS-BUSINESS-DATE
               "."
               DELIMITED BY SIZE INTO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE SPACES TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE "______________________________" TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE "REGISTRAR" TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.
           MOVE WS-CANDIDATE-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-GC-BUILD.
           PERFORM WRITE-CANDIDATE-LINE.

       START-AUDIT-PAGE.
           ADD 1 TO WS-DA-PAGE-NO.
           MOVE "DEGREE AUDIT" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-DA-PAGE-NO TO RPT-H-PAGE.
           WRITE DA-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-DA-LINE-COUNT.

       WRITE-AUDIT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-DA-LINE-COUNT >= 55
               PERFORM START-AUDIT-PAGE
           END-IF.
           WRITE DA-PRINT-LINE FROM WS-DA-BUILD.
           ADD 1 TO WS-DA-LINE-COUNT.

       START-CANDIDATE-PAGE.
           ADD 1 TO WS-GC-PAGE-NO.
           MOVE "CANDIDATES FOR GRADUATION" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-GC-PAGE-NO TO RPT-H-PAGE.
           WRITE GC-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE GC-PRINT-LINE FROM GC-COLUMN-LINE.
           MOVE 0 TO WS-GC-LINE-COUNT.

       WRITE-CANDIDATE-LINE.
           IF WS-GC-LINE-COUNT >= 55
               PERFORM START-CANDIDATE-PAGE
           END-IF.
           WRITE GC-PRINT-LINE FROM WS-GC-BUILD.
           ADD 1 TO WS-GC-LINE-COUNT.
