      *> units, and a trailer with the distinct-student count - to
      *> the same paged print-file standard as the grade report, so
      *> the adviser stops crossing other sections' students off a
      *> combined list by hand. The section's weekly timetable off
      *> the class schedule follows the roster - each meeting by
      *> day and hour with its room and instructor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT CLASS-SCHEDULE ASSIGN TO "CLASSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT ROSTER-PRINT ASSIGN TO "SECTROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY ENROLL.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.
       FD  CLASS-SCHEDULE.
       COPY CLASSCHD.
       FD  ROSTER-PRINT.
       01  RS-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SC-FILE-STATUS          PIC XX.
       01  WS-EN-FILE-STATUS          PIC XX.
       01  WS-TM-FILE-STATUS          PIC XX.
       01  WS-CU-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-WANTED-SECTION          PIC X(6).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-STU-UNITS               PIC 9(3) VALUE 0.
       01  WS-PREV-STU-ID             PIC X(9).
       01  WS-HAVE-STUDENT            PIC X VALUE "N".
      *> The section's meetings for the term, in start-time order.
       01  WS-TT-COUNT                PIC 99 VALUE 0.
       01  WS-TT-SUB                  PIC 99.
       01  WS-TT-OTHER                PIC 99.
       01  WS-DAY-SUB                 PIC 9.
       01  WS-DAY-NAMES               PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-TT-HOLD                 PIC X(51).
       01  TIMETABLE-AREA.
           05  TIMETABLE-ENTRY OCCURS 60 TIMES.
               10  TTT-SUBJECT        PIC X(10).
               10  TTT-DAYS           PIC X(7).
               10  TTT-START-TIME     PIC 9(4).
               10  TTT-END-TIME       PIC 9(4).
               10  TTT-ROOM           PIC X(6).
               10  TTT-INSTRUCTOR     PIC X(20).
      *> Report page handling - the shop's 55-line standard.
       01  WS-RS-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-RS-PAGE-NO              PIC 9(4) VALUE 0.
           05  FILLER                 PIC X(13)
                                       VALUE "TOTAL UNITS: ".
           05  RSS-UNITS              PIC ZZ9.
       01  RS-TIMETABLE-HEADING.
           05  FILLER                 PIC X(5)  VALUE "DAY".
           05  FILLER                 PIC X(11) VALUE "TIME".
           05  FILLER                 PIC X(12) VALUE "SUBJECT".
           05  FILLER                 PIC X(8)  VALUE "ROOM".
           05  FILLER                 PIC X(10) VALUE "INSTRUCTOR".
       01  RS-TIMETABLE-LINE.
           05  RST-DAY                PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RST-START-TIME         PIC 9(4).
           05  FILLER                 PIC X VALUE "-".
           05  RST-END-TIME           PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RST-SUBJECT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RST-ROOM               PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RST-INSTRUCTOR         PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
               DELIMITED BY SIZE INTO WS-RS-BUILD.
           PERFORM WRITE-ROSTER-LINE.
           DISPLAY WS-RS-BUILD (1:40).
           PERFORM PRINT-SECTION-TIMETABLE.
           MOVE WS-LINE-TOTAL TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-RS-BUILD.
           PERFORM WRITE-ROSTER-LINE.
           MOVE RS-STUDENT-LINE TO WS-RS-BUILD.
           PERFORM WRITE-ROSTER-LINE.

       PRINT-SECTION-TIMETABLE.
           PERFORM LOAD-SECTION-MEETINGS.
           MOVE SPACES TO WS-RS-BUILD.
           PERFORM WRITE-ROSTER-LINE.
           IF WS-TT-COUNT = 0
               MOVE "TIMETABLE: NO MEETINGS ON CLASSCHD.DAT"
                   TO WS-RS-BUILD
               PERFORM WRITE-ROSTER-LINE
           ELSE
               MOVE "TIMETABLE" TO WS-RS-BUILD
               PERFORM WRITE-ROSTER-LINE
               MOVE RS-TIMETABLE-HEADING TO WS-RS-BUILD
               PERFORM WRITE-ROSTER-LINE
      *> Monday through Sunday, each day's meetings by hour.
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                           UNTIL WS-TT-SUB > WS-TT-COUNT
                       IF TTT-DAYS (WS-TT-SUB) (WS-DAY-SUB:1)
                               NOT = SPACE
                           PERFORM PRINT-TIMETABLE-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       LOAD-SECTION-MEETINGS.
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT CLASS-SCHEDULE.
           IF WS-CU-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLASS-SCHEDULE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CU-SECTION = WS-WANTED-SECTION
                                   AND CU-SCHOOL-YEAR = WS-SCHOOL-YEAR
                                   AND CU-TERM = WS-TERM
                                   AND WS-TT-COUNT < 60
                               ADD 1 TO WS-TT-COUNT
                               MOVE CU-SUBJECT
                                   TO TTT-SUBJECT (WS-TT-COUNT)
                               MOVE CU-DAYS TO TTT-DAYS (WS-TT-COUNT)
                               MOVE CU-START-TIME
                                   TO TTT-START-TIME (WS-TT-COUNT)
                               MOVE CU-END-TIME
                                   TO TTT-END-TIME (WS-TT-COUNT)
                               MOVE CU-ROOM TO TTT-ROOM (WS-TT-COUNT)
                               MOVE CU-INSTRUCTOR
                                   TO TTT-INSTRUCTOR (WS-TT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-SCHEDULE
           END-IF.
      *> A handful of meetings - a plain exchange sort on the
      *> start time is all the ordering a day needs.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB >= WS-TT-COUNT
               PERFORM VARYING WS-TT-OTHER FROM WS-TT-SUB BY 1
                       UNTIL WS-TT-OTHER > WS-TT-COUNT
                   IF TTT-START-TIME (WS-TT-OTHER)
                           < TTT-START-TIME (WS-TT-SUB)
                       MOVE TIMETABLE-ENTRY (WS-TT-SUB) TO WS-TT-HOLD
                       MOVE TIMETABLE-ENTRY (WS-TT-OTHER)
                           TO TIMETABLE-ENTRY (WS-TT-SUB)
                       MOVE WS-TT-HOLD
                           TO TIMETABLE-ENTRY (WS-TT-OTHER)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TIMETABLE-LINE.
           MOVE WS-DAY-NAMES (WS-DAY-SUB * 3 - 2:3) TO RST-DAY.
           MOVE TTT-START-TIME (WS-TT-SUB) TO RST-START-TIME.
           MOVE TTT-END-TIME (WS-TT-SUB) TO RST-END-TIME.
           MOVE TTT-SUBJECT (WS-TT-SUB) TO RST-SUBJECT.
           MOVE TTT-ROOM (WS-TT-SUB) TO RST-ROOM.
           MOVE TTT-INSTRUCTOR (WS-TT-SUB) TO RST-INSTRUCTOR.
           MOVE RS-TIMETABLE-LINE TO WS-RS-BUILD.
           PERFORM WRITE-ROSTER-LINE.

       START-ROSTER-PAGE.
           ADD 1 TO WS-RS-PAGE-NO.
           MOVE SPACES TO RPT-H-TITLE.
