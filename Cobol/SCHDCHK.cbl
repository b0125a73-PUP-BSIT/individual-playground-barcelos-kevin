       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDCHK.
      *> Class schedule conflict sweep for the registrar, run once
      *> the term's schedule is keyed and again as enrollment fills
      *> - so a clash turns up on this listing instead of on the
      *> first day of class. Takes the TERMCTL school year/term's
      *> lines of CLASSCHD.DAT and reports: a meeting with no days
      *> or an impossible time; a room not on the room master; two
      *> meetings sharing a room, or an instructor, on a common day
      *> at overlapping hours; a student whose ENROLL.DAT subjects
      *> meet at overlapping hours; and a room with fewer seats
      *> than the students enrolled in the section's subject that
      *> meets in it. Any conflict ends the run with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-SCHEDULE ASSIGN TO "CLASSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT ROOM-MASTER ASSIGN TO "ROOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT CONFLICT-REPORT ASSIGN TO "SCHDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE.
       COPY CLASSCHD.
       FD  ROOM-MASTER.
       COPY ROOMMAST.
       FD  ENROLLMENT-FILE.
       COPY ENROLL.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  CONFLICT-REPORT.
       01  CF-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-CU-FILE-STATUS          PIC XX.
       01  WS-RB-FILE-STATUS          PIC XX.
       01  WS-EN-FILE-STATUS          PIC XX.
       01  WS-TM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-TERM                    PIC 9 VALUE 0.
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
       01  WS-CONFLICT-COUNT          PIC 9(5) VALUE 0.
       01  WS-BAD-LINE-COUNT          PIC 9(5) VALUE 0.
       01  WS-ROOM-CLASH-COUNT        PIC 9(5) VALUE 0.
       01  WS-INSTR-CLASH-COUNT       PIC 9(5) VALUE 0.
       01  WS-STU-CLASH-COUNT         PIC 9(5) VALUE 0.
       01  WS-CAPACITY-COUNT          PIC 9(5) VALUE 0.
      *> Overlap test between two schedule lines.
       01  WS-A-SUB                   PIC 9(3).
       01  WS-B-SUB                   PIC 9(3).
       01  WS-DAY-SUB                 PIC 9.
       01  WS-OVERLAP                 PIC X.
       01  WS-STU-CLASHED             PIC X.
       01  WS-TIME-HH                 PIC 99.
       01  WS-TIME-MM                 PIC 99.
      *> Room master.
       01  WS-RM-COUNT                PIC 9(3) VALUE 0.
       01  WS-RM-SUB                  PIC 9(3).
       01  WS-RM-HIT                  PIC 9(3).
       01  ROOM-TABLE-AREA.
           05  ROOM-ENTRY OCCURS 200 TIMES.
               10  RMT-ROOM           PIC X(6).
               10  RMT-CAPACITY       PIC 9(3).
      *> This term's schedule lines, with the students enrolled in
      *> each line's section and subject.
       01  WS-CU-COUNT                PIC 9(3) VALUE 0.
       01  WS-CU-SUB                  PIC 9(3).
       01  SCHEDULE-TABLE-AREA.
           05  SCHEDULE-ENTRY OCCURS 500 TIMES.
               10  CUT-SECTION        PIC X(6).
               10  CUT-SUBJECT        PIC X(10).
               10  CUT-DAYS           PIC X(7).
               10  CUT-START-TIME     PIC 9(4).
               10  CUT-END-TIME       PIC 9(4).
               10  CUT-ROOM           PIC X(6).
               10  CUT-INSTRUCTOR     PIC X(20).
               10  CUT-ENROLLED       PIC 9(4).
               10  CUT-VALID          PIC X.
      *> This term's enrollment lines.
       01  WS-EL-COUNT                PIC 9(4) VALUE 0.
       01  WS-EL-SUB                  PIC 9(4).
       01  WS-EL-OTHER                PIC 9(4).
       01  TERM-ENROLL-TABLE-AREA.
           05  TERM-ENROLL-ENTRY OCCURS 3000 TIMES.
               10  ELT-STU-ID         PIC X(9).
               10  ELT-SECTION        PIC X(6).
               10  ELT-SUBJECT        PIC X(10).
      *> Report page handling - the shop's 55-line standard.
       01  WS-CF-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-CF-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CF-BUILD                PIC X(132).
       01  WS-MEETING-TEXT            PIC X(40).
       01  CF-COLUMN-LINE.
           05  FILLER                 PIC X(26) VALUE "CONFLICT".
           05  FILLER                 PIC X(22) VALUE "ON".
           05  FILLER                 PIC X(42) VALUE "MEETING".
           05  FILLER                 PIC X(15) VALUE "AGAINST".
       01  CF-DETAIL-LINE.
           05  CFD-CONFLICT           PIC X(24).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CFD-KEY                PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CFD-FIRST              PIC X(40).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CFD-SECOND             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-TERM-CONTROL.
           IF WS-SCHOOL-YEAR = 0
               DISPLAY "TERMCTL.DAT MISSING - NO TERM TO CHECK,"
                   " RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ROOMS.
           PERFORM LOAD-SCHEDULE.
           IF WS-CU-COUNT = 0
               DISPLAY "NO CLASSCHD.DAT LINES FOR SY " WS-SCHOOL-YEAR
                   " TERM " WS-TERM " - NOTHING TO CHECK"
               STOP RUN
           END-IF.
           PERFORM LOAD-TERM-ENROLLMENT.
      *> A sweep over a truncated table would call the term clean
      *> on what it never looked at.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "SCHEDULE OR ENROLLMENT EXCEEDS TABLE"
                   " CAPACITY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONFLICT-REPORT.
           MOVE 0 TO WS-CF-PAGE-NO.
           MOVE 99 TO WS-CF-LINE-COUNT.
           PERFORM VARYING WS-A-SUB FROM 1 BY 1
                   UNTIL WS-A-SUB > WS-CU-COUNT
               PERFORM EDIT-ONE-MEETING
           END-PERFORM.
           PERFORM VARYING WS-A-SUB FROM 1 BY 1
                   UNTIL WS-A-SUB > WS-CU-COUNT
               IF CUT-VALID (WS-A-SUB) = "Y"
                   PERFORM CHECK-MEETING-PAIRS
               END-IF
           END-PERFORM.
           PERFORM CHECK-STUDENT-TIMETABLES.
           MOVE WS-CONFLICT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-CF-BUILD.
           PERFORM WRITE-CONFLICT-LINE.
           CLOSE CONFLICT-REPORT.
           DISPLAY "SCHEDULE LINES CHECKED: " WS-CU-COUNT
               " CONFLICTS: " WS-CONFLICT-COUNT.
           DISPLAY "  BAD LINES: " WS-BAD-LINE-COUNT
               " ROOM: " WS-ROOM-CLASH-COUNT
               " INSTRUCTOR: " WS-INSTR-CLASH-COUNT
               " STUDENT: " WS-STU-CLASH-COUNT
               " CAPACITY: " WS-CAPACITY-COUNT
               " - SEE SCHDRPT.DAT".
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       LOAD-ROOMS.
           MOVE 0 TO WS-RM-COUNT.
           OPEN INPUT ROOM-MASTER.
           IF WS-RB-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ROOM-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RM-COUNT < 200
                               ADD 1 TO WS-RM-COUNT
                               MOVE RB-ROOM TO RMT-ROOM (WS-RM-COUNT)
                               MOVE 0 TO RMT-CAPACITY (WS-RM-COUNT)
                               IF RB-CAPACITY IS NUMERIC
                                   MOVE RB-CAPACITY
                                       TO RMT-CAPACITY (WS-RM-COUNT)
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                               DISPLAY "ROOMMAST.DAT EXCEEDS 200"
                                   " ROOMS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-MASTER
           END-IF.

       LOAD-SCHEDULE.
           MOVE 0 TO WS-CU-COUNT.
           OPEN INPUT CLASS-SCHEDULE.
           IF WS-CU-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLASS-SCHEDULE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CU-SCHOOL-YEAR = WS-SCHOOL-YEAR
                                   AND CU-TERM = WS-TERM
                               PERFORM TABLE-ONE-MEETING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-SCHEDULE
           END-IF.

       TABLE-ONE-MEETING.
           IF WS-CU-COUNT < 500
               ADD 1 TO WS-CU-COUNT
               MOVE CU-SECTION TO CUT-SECTION (WS-CU-COUNT)
               MOVE CU-SUBJECT TO CUT-SUBJECT (WS-CU-COUNT)
               MOVE CU-DAYS TO CUT-DAYS (WS-CU-COUNT)
               MOVE 0 TO CUT-START-TIME (WS-CU-COUNT)
               MOVE 0 TO CUT-END-TIME (WS-CU-COUNT)
               IF CU-START-TIME IS NUMERIC
                   MOVE CU-START-TIME TO CUT-START-TIME (WS-CU-COUNT)
               END-IF
               IF CU-END-TIME IS NUMERIC
                   MOVE CU-END-TIME TO CUT-END-TIME (WS-CU-COUNT)
               END-IF
               MOVE CU-ROOM TO CUT-ROOM (WS-CU-COUNT)
               MOVE CU-INSTRUCTOR TO CUT-INSTRUCTOR (WS-CU-COUNT)
               MOVE 0 TO CUT-ENROLLED (WS-CU-COUNT)
               MOVE "Y" TO CUT-VALID (WS-CU-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY "CLASSCHD.DAT EXCEEDS 500 LINES FOR THE TERM"
           END-IF.

       LOAD-TERM-ENROLLMENT.
      *> Each enrollment line is one student seated in every
      *> meeting of its section and subject.
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
           IF WS-EL-COUNT < 3000
               ADD 1 TO WS-EL-COUNT
               MOVE EN-STU-ID TO ELT-STU-ID (WS-EL-COUNT)
               MOVE EN-SECTION TO ELT-SECTION (WS-EL-COUNT)
               MOVE EN-SUBJECT TO ELT-SUBJECT (WS-EL-COUNT)
               PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                       UNTIL WS-CU-SUB > WS-CU-COUNT
                   IF CUT-SECTION (WS-CU-SUB) = EN-SECTION
                           AND CUT-SUBJECT (WS-CU-SUB) = EN-SUBJECT
                       ADD 1 TO CUT-ENROLLED (WS-CU-SUB)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY "ENROLL.DAT EXCEEDS 3000 LINES FOR THE TERM"
           END-IF.

       EDIT-ONE-MEETING.
      *> A line that cannot be placed on the clock is reported
      *> and left out of the overlap checks.
           MOVE CUT-START-TIME (WS-A-SUB) (1:2) TO WS-TIME-HH.
           MOVE CUT-START-TIME (WS-A-SUB) (3:2) TO WS-TIME-MM.
           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
               MOVE "N" TO CUT-VALID (WS-A-SUB)
           END-IF.
           MOVE CUT-END-TIME (WS-A-SUB) (1:2) TO WS-TIME-HH.
           MOVE CUT-END-TIME (WS-A-SUB) (3:2) TO WS-TIME-MM.
           IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
               MOVE "N" TO CUT-VALID (WS-A-SUB)
           END-IF.
           IF CUT-END-TIME (WS-A-SUB) NOT > CUT-START-TIME (WS-A-SUB)
               MOVE "N" TO CUT-VALID (WS-A-SUB)
           END-IF.
           IF CUT-VALID (WS-A-SUB) = "N"
               MOVE "BAD MEETING TIME" TO CFD-CONFLICT
               MOVE CUT-SECTION (WS-A-SUB) TO CFD-KEY
               MOVE SPACES TO CFD-SECOND
               PERFORM REPORT-ONE-MEETING
               ADD 1 TO WS-BAD-LINE-COUNT
           END-IF.
           IF CUT-DAYS (WS-A-SUB) = SPACES
               MOVE "N" TO CUT-VALID (WS-A-SUB)
               MOVE "NO MEETING DAYS" TO CFD-CONFLICT
               MOVE CUT-SECTION (WS-A-SUB) TO CFD-KEY
               MOVE SPACES TO CFD-SECOND
               PERFORM REPORT-ONE-MEETING
               ADD 1 TO WS-BAD-LINE-COUNT
           END-IF.
           MOVE 0 TO WS-RM-HIT.
           PERFORM VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-COUNT OR WS-RM-HIT > 0
               IF RMT-ROOM (WS-RM-SUB) = CUT-ROOM (WS-A-SUB)
                   MOVE WS-RM-SUB TO WS-RM-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RM-HIT = 0
                   MOVE "ROOM NOT ON ROOMMAST" TO CFD-CONFLICT
                   MOVE CUT-ROOM (WS-A-SUB) TO CFD-KEY
                   MOVE SPACES TO CFD-SECOND
                   PERFORM REPORT-ONE-MEETING
                   ADD 1 TO WS-BAD-LINE-COUNT
               WHEN CUT-ENROLLED (WS-A-SUB) > RMT-CAPACITY (WS-RM-HIT)
                   MOVE "ROOM TOO SMALL" TO CFD-CONFLICT
                   MOVE CUT-ROOM (WS-A-SUB) TO CFD-KEY
                   MOVE SPACES TO CFD-SECOND
                   STRING "ENROLLED " CUT-ENROLLED (WS-A-SUB)
                       " SEATS " RMT-CAPACITY (WS-RM-HIT)
                       DELIMITED BY SIZE INTO CFD-SECOND
                   PERFORM REPORT-ONE-MEETING
                   ADD 1 TO WS-CAPACITY-COUNT
           END-EVALUATE.

       CHECK-MEETING-PAIRS.
      *> Each pair of valid meetings is compared once.
           COMPUTE WS-B-SUB = WS-A-SUB + 1.
           PERFORM UNTIL WS-B-SUB > WS-CU-COUNT
               IF CUT-VALID (WS-B-SUB) = "Y"
                   PERFORM CHECK-OVERLAP
                   IF WS-OVERLAP = "Y"
                       PERFORM CHECK-SHARED-RESOURCES
                   END-IF
               END-IF
               ADD 1 TO WS-B-SUB
           END-PERFORM.

       CHECK-SHARED-RESOURCES.
           IF CUT-ROOM (WS-A-SUB) NOT = SPACES
                   AND CUT-ROOM (WS-A-SUB) = CUT-ROOM (WS-B-SUB)
               MOVE "ROOM DOUBLE-BOOKED" TO CFD-CONFLICT
               MOVE CUT-ROOM (WS-A-SUB) TO CFD-KEY
               PERFORM REPORT-MEETING-PAIR
               ADD 1 TO WS-ROOM-CLASH-COUNT
           END-IF.
           IF CUT-INSTRUCTOR (WS-A-SUB) NOT = SPACES
                   AND CUT-INSTRUCTOR (WS-A-SUB)
                       = CUT-INSTRUCTOR (WS-B-SUB)
               MOVE "INSTRUCTOR DOUBLE-BOOKED" TO CFD-CONFLICT
               MOVE CUT-INSTRUCTOR (WS-A-SUB) TO CFD-KEY
               PERFORM REPORT-MEETING-PAIR
               ADD 1 TO WS-INSTR-CLASH-COUNT
           END-IF.

       CHECK-OVERLAP.
      *> Two meetings overlap when they share a day and each
      *> starts before the other ends - back-to-back is no clash.
           MOVE "N" TO WS-OVERLAP.
           IF CUT-START-TIME (WS-A-SUB) < CUT-END-TIME (WS-B-SUB)
                   AND CUT-START-TIME (WS-B-SUB)
                       < CUT-END-TIME (WS-A-SUB)
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7 OR WS-OVERLAP = "Y"
                   IF CUT-DAYS (WS-A-SUB) (WS-DAY-SUB:1) NOT = SPACE
                           AND CUT-DAYS (WS-B-SUB) (WS-DAY-SUB:1)
                               NOT = SPACE
                       MOVE "Y" TO WS-OVERLAP
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-STUDENT-TIMETABLES.
      *> Every pair of one student's enrollment lines, each
      *> reported once however many of their meetings collide.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
               COMPUTE WS-EL-OTHER = WS-EL-SUB + 1
               PERFORM UNTIL WS-EL-OTHER > WS-EL-COUNT
                   IF ELT-STU-ID (WS-EL-OTHER)
                           = ELT-STU-ID (WS-EL-SUB)
                       PERFORM CHECK-STUDENT-PAIR
                   END-IF
                   ADD 1 TO WS-EL-OTHER
               END-PERFORM
           END-PERFORM.

       CHECK-STUDENT-PAIR.
           MOVE "N" TO WS-STU-CLASHED.
           PERFORM VARYING WS-A-SUB FROM 1 BY 1
                   UNTIL WS-A-SUB > WS-CU-COUNT OR WS-STU-CLASHED = "Y"
               IF CUT-VALID (WS-A-SUB) = "Y"
                       AND CUT-SECTION (WS-A-SUB)
                           = ELT-SECTION (WS-EL-SUB)
                       AND CUT-SUBJECT (WS-A-SUB)
                           = ELT-SUBJECT (WS-EL-SUB)
                   PERFORM VARYING WS-B-SUB FROM 1 BY 1
                           UNTIL WS-B-SUB > WS-CU-COUNT
                               OR WS-STU-CLASHED = "Y"
                       IF CUT-VALID (WS-B-SUB) = "Y"
                               AND CUT-SECTION (WS-B-SUB)
                                   = ELT-SECTION (WS-EL-OTHER)
                               AND CUT-SUBJECT (WS-B-SUB)
                                   = ELT-SUBJECT (WS-EL-OTHER)
                           PERFORM CHECK-OVERLAP
                           IF WS-OVERLAP = "Y"
                               MOVE "Y" TO WS-STU-CLASHED
                               MOVE "STUDENT TIMETABLE CLASH"
                                   TO CFD-CONFLICT
                               MOVE ELT-STU-ID (WS-EL-SUB) TO CFD-KEY
                               PERFORM REPORT-MEETING-PAIR
                               ADD 1 TO WS-STU-CLASH-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       FORMAT-MEETING.
      *> Section, subject, days and hours of the meeting in
      *> WS-CU-SUB.
           MOVE SPACES TO WS-MEETING-TEXT.
           STRING CUT-SECTION (WS-CU-SUB) " "
               CUT-SUBJECT (WS-CU-SUB) " "
               CUT-DAYS (WS-CU-SUB) " "
               CUT-START-TIME (WS-CU-SUB) "-"
               CUT-END-TIME (WS-CU-SUB)
               DELIMITED BY SIZE INTO WS-MEETING-TEXT.

       REPORT-ONE-MEETING.
           MOVE WS-A-SUB TO WS-CU-SUB.
           PERFORM FORMAT-MEETING.
           MOVE WS-MEETING-TEXT TO CFD-FIRST.
           PERFORM WRITE-CONFLICT-DETAIL.

       REPORT-MEETING-PAIR.
           MOVE WS-A-SUB TO WS-CU-SUB.
           PERFORM FORMAT-MEETING.
           MOVE WS-MEETING-TEXT TO CFD-FIRST.
           MOVE WS-B-SUB TO WS-CU-SUB.
           PERFORM FORMAT-MEETING.
           MOVE WS-MEETING-TEXT TO CFD-SECOND.
           PERFORM WRITE-CONFLICT-DETAIL.

       WRITE-CONFLICT-DETAIL.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE CF-DETAIL-LINE TO WS-CF-BUILD.
           PERFORM WRITE-CONFLICT-LINE.

       START-CONFLICT-PAGE.
           ADD 1 TO WS-CF-PAGE-NO.
           MOVE "SCHEDULE CONFLICTS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CF-PAGE-NO TO RPT-H-PAGE.
           WRITE CF-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE SPACES TO CF-PRINT-LINE.
           STRING "SY " WS-SCHOOL-YEAR " TERM " WS-TERM
               DELIMITED BY SIZE INTO CF-PRINT-LINE.
           WRITE CF-PRINT-LINE.
           WRITE CF-PRINT-LINE FROM CF-COLUMN-LINE.
           MOVE 0 TO WS-CF-LINE-COUNT.

       WRITE-CONFLICT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-CF-LINE-COUNT >= 55
               PERFORM START-CONFLICT-PAGE
           END-IF.
           WRITE CF-PRINT-LINE FROM WS-CF-BUILD.
           ADD 1 TO WS-CF-LINE-COUNT.
