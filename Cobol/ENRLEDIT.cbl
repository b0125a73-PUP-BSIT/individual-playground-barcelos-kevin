       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLEDIT.
      *> Enrollment intake run. ENROLL.DAT used to take whatever
      *> the counter keyed - free-text subject codes, any units, a
      *> subject whose prerequisite the student failed, a full load
      *> for a student on probation, and as many students as a
      *> section would hold on paper. Each line of ENRLTXN.DAT is
      *> now edited before it reaches ENROLL.DAT: the student must
      *> be on the student master and clear of any active hold on
      *> the student hold file, the subject in the catalog and
      *> the section on SECTMAST; the student must not already
      *> carry the subject this term; every prerequisite must show
      *> a passing grade on the student's subject grades (weighted
      *> by GWAWT and graded off the shared scale); the term's
      *> units must stay within the ceiling for the student's
      *> ACADSTND standing out of ENRLCTL; and a student new to the
      *> section must find a seat under its maximum class size.
      *> Accepted lines are appended to ENROLL.DAT stamped with the
      *> TERMCTL school year/term and the catalog units; refused
      *> ones go to the registrar's reject listing with the reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-TRANS ASSIGN TO "ENRLTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT SUBJECT-CATALOG ASSIGN TO "SUBJCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-FILE-STATUS.
           SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT GWA-SUBJECTS ASSIGN TO "GWASUBJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-FILE-STATUS.
           SELECT GWA-WEIGHTS ASSIGN TO "GWAWT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-FILE-STATUS.
           SELECT ENROLL-CONTROL ASSIGN TO "ENRLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "ENRLREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-TRANS.
       COPY ENRLTXN.
       FD  ENROLLMENT-FILE.
       COPY ENROLL.
       FD  SUBJECT-CATALOG.
       COPY SUBJCAT.
       FD  SECTION-MASTER.
       COPY SECTMAST.
       FD  STANDING-FILE.
       COPY STANDING.
       FD  GWA-SUBJECTS.
       COPY GWASUBJ.
       FD  GWA-WEIGHTS.
       COPY GWAWT.
       FD  ENROLL-CONTROL.
       COPY ENRLCTL.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.
       FD  STUDENT-MASTER.
       COPY STUMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  REJECT-REPORT.
       01  RJ-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-ER-FILE-STATUS          PIC XX.
       01  WS-EN-FILE-STATUS          PIC XX.
       01  WS-CG-FILE-STATUS          PIC XX.
       01  WS-SC-FILE-STATUS          PIC XX.
       01  WS-SD-FILE-STATUS          PIC XX.
       01  WS-SJ-FILE-STATUS          PIC XX.
       01  WS-WT-FILE-STATUS          PIC XX.
       01  WS-EC-FILE-STATUS          PIC XX.
       01  WS-TM-FILE-STATUS          PIC XX.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-TERM                    PIC 9 VALUE 0.
       01  WS-REASON                  PIC X(40).
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
      *> Unit ceilings by standing - ENRLCTL overrides.
       01  WS-GOOD-MAX-UNITS          PIC 99 VALUE 26.
       01  WS-WARNING-MAX-UNITS       PIC 99 VALUE 21.
       01  WS-PROBATION-MAX-UNITS     PIC 99 VALUE 15.
       01  WS-CEILING                 PIC 99.
       01  WS-LOAD-UNITS              PIC 9(3).
       01  WS-STUDENT-STANDING        PIC X(13).
      *> Term weights for grading a prerequisite subject - the
      *> same defaults the weighted GWA report runs at.
       01  WS-PRELIM-PCT              PIC V999 VALUE .300.
       01  WS-MIDTERM-PCT             PIC V999 VALUE .300.
       01  WS-FINALS-PCT              PIC V999 VALUE .400.
       01  WS-SUBJECT-SCORE           PIC 999.
       01  WS-GRADE-POINT             PIC 9V99.
       01  WS-GRADE-REMARK            PIC X(20).
      *> Subject catalog.
       01  WS-CG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CG-SUB                  PIC 9(3).
       01  WS-CG-HIT                  PIC 9(3).
       01  WS-PRQ-SUB                 PIC 9.
       01  CATALOG-TABLE-AREA.
           05  CATALOG-ENTRY OCCURS 300 TIMES.
               10  CGT-CODE           PIC X(10).
               10  CGT-UNITS          PIC 99.
               10  CGT-PREREQ         PIC X(10) OCCURS 3 TIMES.
      *> Sections, with the distinct students already seated this
      *> term.
       01  WS-SX-COUNT                PIC 9(3) VALUE 0.
       01  WS-SX-SUB                  PIC 9(3).
       01  WS-SX-HIT                  PIC 9(3).
       01  SECTION-TABLE-AREA.
           05  SECTION-ENTRY OCCURS 100 TIMES.
               10  SXT-ID             PIC X(6).
               10  SXT-MAX-SIZE       PIC 9(3).
               10  SXT-SEATED         PIC 9(4).
      *> Academic standing per student.
       01  WS-ST-COUNT                PIC 9(4) VALUE 0.
       01  WS-ST-SUB                  PIC 9(4).
       01  STANDING-TABLE-AREA.
           05  STANDING-ENTRY OCCURS 2000 TIMES.
               10  STT-STU-ID         PIC X(9).
               10  STT-STANDING       PIC X(13).
      *> Active holds - the first office found per student is
      *> the one the reject names.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  WS-HT-HIT                  PIC 9(4).
       01  HELD-TABLE-AREA.
           05  HELD-ENTRY OCCURS 3000 TIMES.
               10  HDT-STU-ID         PIC X(9).
               10  HDT-OFFICE         PIC X(10).
      *> Subjects each student has passed.
       01  WS-PS-COUNT                PIC 9(4) VALUE 0.
       01  WS-PS-SUB                  PIC 9(4).
       01  WS-PASSED                  PIC X.
       01  WS-WANTED-SUBJECT          PIC X(10).
       01  PASSED-TABLE-AREA.
           05  PASSED-ENTRY OCCURS 5000 TIMES.
               10  PST-STU-ID         PIC X(9).
               10  PST-SUBJECT        PIC X(10).
      *> This term's enrollment lines, on file and accepted so far.
       01  WS-EL-COUNT                PIC 9(4) VALUE 0.
       01  WS-EL-SUB                  PIC 9(4).
       01  WS-ALREADY-SEATED          PIC X.
       01  WS-ALREADY-TAKEN           PIC X.
       01  WS-WANTED-STU-ID           PIC X(9).
       01  WS-WANTED-SECTION          PIC X(6).
       01  TERM-ENROLL-TABLE-AREA.
           05  TERM-ENROLL-ENTRY OCCURS 3000 TIMES.
               10  ELT-STU-ID         PIC X(9).
               10  ELT-SECTION        PIC X(6).
               10  ELT-SUBJECT        PIC X(10).
               10  ELT-UNITS          PIC 99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-RJ-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-RJ-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-RJ-BUILD                PIC X(132).
       01  RJ-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(8)  VALUE "SECTION".
           05  FILLER                 PIC X(12) VALUE "SUBJECT".
           05  FILLER                 PIC X(6)  VALUE "REASON".
       01  RJ-DETAIL-LINE.
           05  RJD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RJD-SECTION            PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RJD-SUBJECT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RJD-REASON             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-TERM-CONTROL.
           IF WS-SCHOOL-YEAR = 0
               DISPLAY "TERMCTL.DAT MISSING - NO TERM TO ENROLL"
                   " INTO, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ENROLL-CONTROL.
           PERFORM LOAD-GWA-WEIGHTS.
           PERFORM LOAD-SUBJECT-CATALOG.
           IF WS-CG-COUNT = 0
               DISPLAY "SUBJCAT.DAT EMPTY OR MISSING - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-STANDINGS.
           PERFORM LOAD-ACTIVE-HOLDS.
           PERFORM LOAD-PASSED-SUBJECTS.
           PERFORM LOAD-TERM-ENROLLMENT.
      *> An edit against a truncated table would wave through
      *> what it cannot see - refuse rather than guess.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "REFERENCE FILE EXCEEDS TABLE CAPACITY - RUN"
                   " REFUSED, ENROLL.DAT LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ENROLL-TRANS.
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "ENRLTXN.DAT NOT AVAILABLE - STATUS "
                   WS-ER-FILE-STATUS " - NOTHING DONE"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "STUMAST.DAT NOT AVAILABLE - STATUS "
                   WS-SM-FILE-STATUS " - RUN REFUSED"
               CLOSE ENROLL-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ENROLLMENT-FILE.
           IF WS-EN-FILE-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT.
           MOVE 0 TO WS-RJ-PAGE-NO.
           MOVE 99 TO WS-RJ-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ENROLL-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EDIT-ONE-LINE
               END-READ
           END-PERFORM.
           MOVE WS-REJECT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-RJ-BUILD.
           PERFORM WRITE-REJECT-LINE.
           CLOSE ENROLL-TRANS.
           CLOSE STUDENT-MASTER.
           CLOSE ENROLLMENT-FILE.
           CLOSE REJECT-REPORT.
           DISPLAY "ENROLLMENT LINES READ: " WS-READ-COUNT
               " ACCEPTED: " WS-ACCEPTED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE ENRLREJ.DAT".
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

       LOAD-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WS-TM-FILE-STATUS = "00"
               READ TERM-CONTROL-FILE
                   NOT AT END
                       MOVE TM-SCHOOL-YEAR TO WS-SCHOOL-YEAR
                       MOVE TM-TERM TO WS-TERM
               END-READ
               CLOSE TERM-CONTROL-FILE
           END-IF.

       LOAD-ENROLL-CONTROL.
           OPEN INPUT ENROLL-CONTROL.
           IF WS-EC-FILE-STATUS = "00"
               READ ENROLL-CONTROL
                   NOT AT END
                       IF EC-GOOD-MAX-UNITS IS NUMERIC
                               AND EC-GOOD-MAX-UNITS > 0
                           MOVE EC-GOOD-MAX-UNITS
                               TO WS-GOOD-MAX-UNITS
                       END-IF
                       IF EC-WARNING-MAX-UNITS IS NUMERIC
                               AND EC-WARNING-MAX-UNITS > 0
                           MOVE EC-WARNING-MAX-UNITS
                               TO WS-WARNING-MAX-UNITS
                       END-IF
                       IF EC-PROBATION-MAX-UNITS IS NUMERIC
                               AND EC-PROBATION-MAX-UNITS > 0
                           MOVE EC-PROBATION-MAX-UNITS
                               TO WS-PROBATION-MAX-UNITS
                       END-IF
               END-READ
               CLOSE ENROLL-CONTROL
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
                               MOVE 0 TO CGT-UNITS (WS-CG-COUNT)
                               IF CG-UNITS IS NUMERIC
                                   MOVE CG-UNITS
                                       TO CGT-UNITS (WS-CG-COUNT)
                               END-IF
                               MOVE CG-PREREQ (1)
                                   TO CGT-PREREQ (WS-CG-COUNT 1)
                               MOVE CG-PREREQ (2)
                                   TO CGT-PREREQ (WS-CG-COUNT 2)
                               MOVE CG-PREREQ (3)
                                   TO CGT-PREREQ (WS-CG-COUNT 3)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                               DISPLAY "SUBJCAT.DAT EXCEEDS 300"
                                   " SUBJECTS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG
           END-IF.

       LOAD-SECTIONS.
           MOVE 0 TO WS-SX-COUNT.
           OPEN INPUT SECTION-MASTER.
           IF WS-SC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SECTION-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-SX-COUNT < 100
                               ADD 1 TO WS-SX-COUNT
                               MOVE SC-ID TO SXT-ID (WS-SX-COUNT)
                               MOVE 0 TO SXT-MAX-SIZE (WS-SX-COUNT)
                               IF SC-MAX-SIZE IS NUMERIC
                                   MOVE SC-MAX-SIZE
                                       TO SXT-MAX-SIZE (WS-SX-COUNT)
                               END-IF
                               MOVE 0 TO SXT-SEATED (WS-SX-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                               DISPLAY "SECTMAST.DAT EXCEEDS 100"
                                   " SECTIONS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER
           END-IF.

       LOAD-STANDINGS.
           MOVE 0 TO WS-ST-COUNT.
           OPEN INPUT STANDING-FILE.
           IF WS-SD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STANDING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-ST-COUNT < 2000
                               ADD 1 TO WS-ST-COUNT
                               MOVE SD-STU-ID
                                   TO STT-STU-ID (WS-ST-COUNT)
                               MOVE SD-STANDING
                                   TO STT-STANDING (WS-ST-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                               DISPLAY "STANDING.DAT EXCEEDS 2000"
                                   " STUDENTS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
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
                               PERFORM TABLE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       TABLE-ONE-HOLD.
           MOVE HL-STU-ID TO WS-WANTED-STU-ID.
           PERFORM FIND-ACTIVE-HOLD.
           IF WS-HT-HIT = 0
               IF WS-HT-COUNT < 3000
                   ADD 1 TO WS-HT-COUNT
                   MOVE HL-STU-ID TO HDT-STU-ID (WS-HT-COUNT)
                   MOVE HL-OFFICE TO HDT-OFFICE (WS-HT-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   DISPLAY "HOLDMAST.DAT EXCEEDS 3000 HELD STUDENTS"
               END-IF
           END-IF.

       FIND-ACTIVE-HOLD.
           MOVE 0 TO WS-HT-HIT.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-HT-HIT > 0
               IF HDT-STU-ID (WS-HT-SUB) = WS-WANTED-STU-ID
                   MOVE WS-HT-SUB TO WS-HT-HIT
               END-IF
           END-PERFORM.

       LOAD-PASSED-SUBJECTS.
      *> A subject counts as passed when its weighted term score
      *> grades below 5.00 on the shared scale - the same test
      *> ACADSTND applies to a term average.
           MOVE 0 TO WS-PS-COUNT.
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
           MOVE 5.00 TO WS-GRADE-POINT.
           IF SJ-PRELIM IS NUMERIC AND SJ-MIDTERM IS NUMERIC
                   AND SJ-FINALS IS NUMERIC
               COMPUTE WS-SUBJECT-SCORE ROUNDED =
                   (SJ-PRELIM * WS-PRELIM-PCT)
                   + (SJ-MIDTERM * WS-MIDTERM-PCT)
                   + (SJ-FINALS * WS-FINALS-PCT)
               CALL "GRDLOOKUP" USING WS-SUBJECT-SCORE
                   WS-GRADE-POINT WS-GRADE-REMARK
           END-IF.
           IF WS-GRADE-POINT < 5.00
               IF WS-PS-COUNT < 5000
                   ADD 1 TO WS-PS-COUNT
                   MOVE SJ-STU-ID TO PST-STU-ID (WS-PS-COUNT)
                   MOVE SJ-SUBJECT TO PST-SUBJECT (WS-PS-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   DISPLAY "GWASUBJ.DAT EXCEEDS 5000 PASSED SUBJECTS"
               END-IF
           END-IF.

       LOAD-TERM-ENROLLMENT.
      *> Only this term's lines bear on load and seats.
           MOVE 0 TO WS-EL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF EN-SCHOOL-YEAR = WS-SCHOOL-YEAR
                                   AND EN-TERM = WS-TERM
                               PERFORM TABLE-ONE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       TABLE-ONE-ENROLLMENT.
           IF WS-EL-COUNT NOT < 3000
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY "ENROLL.DAT EXCEEDS 3000 LINES FOR THE TERM"
           ELSE
               MOVE EN-STU-ID TO WS-WANTED-STU-ID
               MOVE EN-SECTION TO WS-WANTED-SECTION
               PERFORM CHECK-ALREADY-SEATED
               PERFORM FIND-SECTION
               IF WS-ALREADY-SEATED = "N" AND WS-SX-HIT > 0
                   ADD 1 TO SXT-SEATED (WS-SX-HIT)
               END-IF
               ADD 1 TO WS-EL-COUNT
               MOVE EN-STU-ID TO ELT-STU-ID (WS-EL-COUNT)
               MOVE EN-SECTION TO ELT-SECTION (WS-EL-COUNT)
               MOVE EN-SUBJECT TO ELT-SUBJECT (WS-EL-COUNT)
               MOVE 0 TO ELT-UNITS (WS-EL-COUNT)
               IF EN-UNITS IS NUMERIC
                   MOVE EN-UNITS TO ELT-UNITS (WS-EL-COUNT)
               END-IF
           END-IF.

       EDIT-ONE-LINE.
      *> Edits run in order - the first failure is the reason
      *> printed.
           MOVE SPACES TO WS-REASON.
           MOVE ER-STU-ID TO WS-WANTED-STU-ID.
           MOVE ER-SECTION TO WS-WANTED-SECTION.
           IF ER-STU-ID = SPACES
               MOVE "STUDENT ID BLANK" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               MOVE ER-STU-ID TO SM-ID
               READ STUDENT-MASTER KEY IS SM-ID
                   INVALID KEY
                       MOVE "STUDENT NOT ON STUDENT MASTER"
                           TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               PERFORM FIND-ACTIVE-HOLD
               IF WS-HT-HIT > 0
                   STRING "STUDENT ON HOLD - SEE "
                       HDT-OFFICE (WS-HT-HIT)
                       DELIMITED BY SIZE INTO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM FIND-SUBJECT
               IF WS-CG-HIT = 0
                   MOVE "SUBJECT NOT IN CATALOG" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM FIND-SECTION
               IF WS-SX-HIT = 0
                   MOVE "SECTION NOT ON SECTMAST" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-ALREADY-TAKEN
               IF WS-ALREADY-TAKEN = "Y"
                   MOVE "ALREADY ENROLLED IN SUBJECT THIS TERM"
                       TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-PREREQUISITES
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-UNIT-LOAD
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-SECTION-SEAT
           END-IF.
           IF WS-REASON = SPACES AND WS-EL-COUNT NOT < 3000
               MOVE "TERM ENROLLMENT TABLE FULL" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM ACCEPT-ENROLLMENT
           ELSE
               PERFORM REJECT-ENROLLMENT
           END-IF.

       FIND-SUBJECT.
           MOVE 0 TO WS-CG-HIT.
           PERFORM VARYING WS-CG-SUB FROM 1 BY 1
                   UNTIL WS-CG-SUB > WS-CG-COUNT OR WS-CG-HIT > 0
               IF CGT-CODE (WS-CG-SUB) = ER-SUBJECT
                   MOVE WS-CG-SUB TO WS-CG-HIT
               END-IF
           END-PERFORM.

       FIND-SECTION.
           MOVE 0 TO WS-SX-HIT.
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > WS-SX-COUNT OR WS-SX-HIT > 0
               IF SXT-ID (WS-SX-SUB) = WS-WANTED-SECTION
                   MOVE WS-SX-SUB TO WS-SX-HIT
               END-IF
           END-PERFORM.

       CHECK-ALREADY-SEATED.
           MOVE "N" TO WS-ALREADY-SEATED.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
                       OR WS-ALREADY-SEATED = "Y"
               IF ELT-STU-ID (WS-EL-SUB) = WS-WANTED-STU-ID
                       AND ELT-SECTION (WS-EL-SUB)
                           = WS-WANTED-SECTION
                   MOVE "Y" TO WS-ALREADY-SEATED
               END-IF
           END-PERFORM.

       CHECK-ALREADY-TAKEN.
           MOVE "N" TO WS-ALREADY-TAKEN.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
                       OR WS-ALREADY-TAKEN = "Y"
               IF ELT-STU-ID (WS-EL-SUB) = ER-STU-ID
                       AND ELT-SUBJECT (WS-EL-SUB) = ER-SUBJECT
                   MOVE "Y" TO WS-ALREADY-TAKEN
               END-IF
           END-PERFORM.

       CHECK-PREREQUISITES.
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB > 3 OR WS-REASON NOT = SPACES
               IF CGT-PREREQ (WS-CG-HIT WS-PRQ-SUB) NOT = SPACES
                   MOVE CGT-PREREQ (WS-CG-HIT WS-PRQ-SUB)
                       TO WS-WANTED-SUBJECT
                   PERFORM FIND-PASSED-SUBJECT
                   IF WS-PASSED = "N"
                       STRING "PREREQUISITE NOT PASSED: "
                           WS-WANTED-SUBJECT
                           DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PASSED-SUBJECT.
           MOVE "N" TO WS-PASSED.
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT OR WS-PASSED = "Y"
               IF PST-STU-ID (WS-PS-SUB) = ER-STU-ID
                       AND PST-SUBJECT (WS-PS-SUB)
                           = WS-WANTED-SUBJECT
                   MOVE "Y" TO WS-PASSED
               END-IF
           END-PERFORM.

       CHECK-UNIT-LOAD.
      *> No standing line yet is a student with no graded term -
      *> carried at the GOOD ceiling.
           MOVE "GOOD" TO WS-STUDENT-STANDING.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF STT-STU-ID (WS-ST-SUB) = ER-STU-ID
                   MOVE STT-STANDING (WS-ST-SUB)
                       TO WS-STUDENT-STANDING
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CEILING.
           EVALUATE WS-STUDENT-STANDING
               WHEN "FOR-DISMISSAL"
                   MOVE "STANDING FOR-DISMISSAL - NOT ENROLLABLE"
                       TO WS-REASON
               WHEN "PROBATION"
                   MOVE WS-PROBATION-MAX-UNITS TO WS-CEILING
               WHEN "WARNING"
                   MOVE WS-WARNING-MAX-UNITS TO WS-CEILING
               WHEN OTHER
                   MOVE WS-GOOD-MAX-UNITS TO WS-CEILING
           END-EVALUATE.
           MOVE CGT-UNITS (WS-CG-HIT) TO WS-LOAD-UNITS.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
               IF ELT-STU-ID (WS-EL-SUB) = ER-STU-ID
                   ADD ELT-UNITS (WS-EL-SUB) TO WS-LOAD-UNITS
               END-IF
           END-PERFORM.
           IF WS-REASON = SPACES AND WS-LOAD-UNITS > WS-CEILING
               STRING "UNITS OVER " WS-CEILING " CEILING FOR "
                   WS-STUDENT-STANDING
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.

       CHECK-SECTION-SEAT.
      *> A student already in the section takes no new seat; a
      *> section with no class size on file has no ceiling.
           PERFORM CHECK-ALREADY-SEATED.
           IF WS-ALREADY-SEATED = "N"
                   AND SXT-MAX-SIZE (WS-SX-HIT) > 0
                   AND SXT-SEATED (WS-SX-HIT)
                       NOT < SXT-MAX-SIZE (WS-SX-HIT)
               MOVE "SECTION FULL" TO WS-REASON
           END-IF.

       ACCEPT-ENROLLMENT.
           MOVE SPACES TO ENROLLMENT-REC.
           MOVE ER-STU-ID TO EN-STU-ID.
           MOVE WS-SCHOOL-YEAR TO EN-SCHOOL-YEAR.
           MOVE WS-TERM TO EN-TERM.
           MOVE ER-SECTION TO EN-SECTION.
           MOVE ER-SUBJECT TO EN-SUBJECT.
           MOVE CGT-UNITS (WS-CG-HIT) TO EN-UNITS.
           WRITE ENROLLMENT-REC.
           IF WS-ALREADY-SEATED = "N"
               ADD 1 TO SXT-SEATED (WS-SX-HIT)
           END-IF.
           ADD 1 TO WS-EL-COUNT.
           MOVE ER-STU-ID TO ELT-STU-ID (WS-EL-COUNT).
           MOVE ER-SECTION TO ELT-SECTION (WS-EL-COUNT).
           MOVE ER-SUBJECT TO ELT-SUBJECT (WS-EL-COUNT).
           MOVE CGT-UNITS (WS-CG-HIT) TO ELT-UNITS (WS-EL-COUNT).
           ADD 1 TO WS-ACCEPTED-COUNT.

       REJECT-ENROLLMENT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE ER-STU-ID TO RJD-STU-ID.
           MOVE ER-SECTION TO RJD-SECTION.
           MOVE ER-SUBJECT TO RJD-SUBJECT.
           MOVE WS-REASON TO RJD-REASON.
           MOVE RJ-DETAIL-LINE TO WS-RJ-BUILD.
           PERFORM WRITE-REJECT-LINE.

       START-REJECT-PAGE.
           ADD 1 TO WS-RJ-PAGE-NO.
           MOVE "ENROLLMENT INTAKE REJECTS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-RJ-PAGE-NO TO RPT-H-PAGE.
           WRITE RJ-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE RJ-PRINT-LINE FROM RJ-COLUMN-LINE.
           MOVE 0 TO WS-RJ-LINE-COUNT.

       WRITE-REJECT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-RJ-LINE-COUNT >= 55
               PERFORM START-REJECT-PAGE
           END-IF.
           WRITE RJ-PRINT-LINE FROM WS-RJ-BUILD.
           ADD 1 TO WS-RJ-LINE-COUNT.
