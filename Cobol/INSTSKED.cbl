       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTSKED.
      *> Instructor timetable. Keys an instructor's name as it is
      *> carried on the class schedule and prints that instructor's
      *> meetings for the current school year/term out of TERMCTL -
      *> Monday through Sunday, each day's meetings by hour with the
      *> section, subject and room - and a trailer with the weekly
      *> contact hours, to the same paged print-file standard as the
      *> section roster, so a teaching load is read off one page
      *> instead of a whiteboard. The page header carries the
      *> business date off RUNDATE, as the other reports do.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-SCHEDULE ASSIGN TO "CLASSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT TIMETABLE-PRINT ASSIGN TO "INSTSKED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SCHEDULE.
       COPY CLASSCHD.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  TIMETABLE-PRINT.
       01  IT-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-CU-FILE-STATUS          PIC XX.
       01  WS-TM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-EOF-SWITCH              PIC X.
       01  WS-WANTED-INSTRUCTOR       PIC X(20).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-TERM                    PIC 9 VALUE 0.
       01  WS-LINE-TOTAL              PIC 9(5) VALUE 0.
      *> Weekly contact time, kept in minutes.
       01  WS-TIME-HH                 PIC 99.
       01  WS-TIME-MM                 PIC 99.
       01  WS-START-MINUTES           PIC 9(4).
       01  WS-END-MINUTES             PIC 9(4).
       01  WS-WEEK-MINUTES            PIC 9(5) VALUE 0.
       01  WS-WEEK-HOURS              PIC 9(3)V99.
       01  WS-WEEK-HOURS-EDIT         PIC ZZ9.99.
      *> The instructor's meetings for the term, in start-time
      *> order.
       01  WS-TT-COUNT                PIC 99 VALUE 0.
       01  WS-TT-SUB                  PIC 99.
       01  WS-TT-OTHER                PIC 99.
       01  WS-DAY-SUB                 PIC 9.
       01  WS-DAY-NAMES               PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-TT-HOLD                 PIC X(37).
       01  TIMETABLE-AREA.
           05  TIMETABLE-ENTRY OCCURS 60 TIMES.
               10  TTT-SECTION        PIC X(6).
               10  TTT-SUBJECT        PIC X(10).
               10  TTT-DAYS           PIC X(7).
               10  TTT-START-TIME     PIC 9(4).
               10  TTT-END-TIME       PIC 9(4).
               10  TTT-ROOM           PIC X(6).
      *> Report page handling - the shop's 55-line standard.
       01  WS-IT-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-IT-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-IT-BUILD                PIC X(132).
       01  IT-HEADING-LINE.
           05  FILLER                 PIC X(5)  VALUE "DAY".
           05  FILLER                 PIC X(11) VALUE "TIME".
           05  FILLER                 PIC X(8)  VALUE "SECTION".
           05  FILLER                 PIC X(12) VALUE "SUBJECT".
           05  FILLER                 PIC X(4)  VALUE "ROOM".
       01  IT-DETAIL-LINE.
           05  ITD-DAY                PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ITD-START-TIME         PIC 9(4).
           05  FILLER                 PIC X VALUE "-".
           05  ITD-END-TIME           PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ITD-SECTION            PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ITD-SUBJECT            PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ITD-ROOM               PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Instructor name for timetable: " NO ADVANCING.
           ACCEPT WS-WANTED-INSTRUCTOR.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-TERM-CONTROL.
           PERFORM LOAD-INSTRUCTOR-MEETINGS.
           IF WS-TT-COUNT = 0
               DISPLAY "NO CLASSCHD.DAT MEETINGS FOR "
                   WS-WANTED-INSTRUCTOR " - TIMETABLE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TIMETABLE-PRINT.
           MOVE 0 TO WS-IT-PAGE-NO.
           MOVE 99 TO WS-IT-LINE-COUNT.
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
           END-PERFORM.
           COMPUTE WS-WEEK-HOURS ROUNDED = WS-WEEK-MINUTES / 60.
           MOVE WS-WEEK-HOURS TO WS-WEEK-HOURS-EDIT.
           MOVE SPACES TO WS-IT-BUILD.
           STRING "MEETINGS: " WS-LINE-TOTAL
               "  WEEKLY CONTACT HOURS: " WS-WEEK-HOURS-EDIT
               DELIMITED BY SIZE INTO WS-IT-BUILD.
           PERFORM WRITE-TIMETABLE-LINE.
           DISPLAY WS-IT-BUILD (1:50).
           MOVE WS-LINE-TOTAL TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-IT-BUILD.
           PERFORM WRITE-TIMETABLE-LINE.
           CLOSE TIMETABLE-PRINT.
           DISPLAY "TIMETABLE PRINTED - SEE INSTSKED.DAT".
           STOP RUN.

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

       LOAD-INSTRUCTOR-MEETINGS.
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT CLASS-SCHEDULE.
           IF WS-CU-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLASS-SCHEDULE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CU-INSTRUCTOR = WS-WANTED-INSTRUCTOR
                                   AND CU-SCHOOL-YEAR = WS-SCHOOL-YEAR
                                   AND CU-TERM = WS-TERM
                                   AND WS-TT-COUNT < 60
                               ADD 1 TO WS-TT-COUNT
                               MOVE CU-SECTION
                                   TO TTT-SECTION (WS-TT-COUNT)
                               MOVE CU-SUBJECT
                                   TO TTT-SUBJECT (WS-TT-COUNT)
                               MOVE CU-DAYS TO TTT-DAYS (WS-TT-COUNT)
                               MOVE CU-START-TIME
                                   TO TTT-START-TIME (WS-TT-COUNT)
                               MOVE CU-END-TIME
                                   TO TTT-END-TIME (WS-TT-COUNT)
                               MOVE CU-ROOM TO TTT-ROOM (WS-TT-COUNT)
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
           ADD 1 TO WS-LINE-TOTAL.
           MOVE WS-DAY-NAMES (WS-DAY-SUB * 3 - 2:3) TO ITD-DAY.
           MOVE TTT-START-TIME (WS-TT-SUB) TO ITD-START-TIME.
           MOVE TTT-END-TIME (WS-TT-SUB) TO ITD-END-TIME.
           MOVE TTT-SECTION (WS-TT-SUB) TO ITD-SECTION.
           MOVE TTT-SUBJECT (WS-TT-SUB) TO ITD-SUBJECT.
           MOVE TTT-ROOM (WS-TT-SUB) TO ITD-ROOM.
           MOVE IT-DETAIL-LINE TO WS-IT-BUILD.
           PERFORM WRITE-TIMETABLE-LINE.
           MOVE TTT-START-TIME (WS-TT-SUB) (1:2) TO WS-TIME-HH.
           MOVE TTT-START-TIME (WS-TT-SUB) (3:2) TO WS-TIME-MM.
           COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
           MOVE TTT-END-TIME (WS-TT-SUB) (1:2) TO WS-TIME-HH.
           MOVE TTT-END-TIME (WS-TT-SUB) (3:2) TO WS-TIME-MM.
           COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
           IF WS-END-MINUTES > WS-START-MINUTES
               COMPUTE WS-WEEK-MINUTES = WS-WEEK-MINUTES
                   + WS-END-MINUTES - WS-START-MINUTES
           END-IF.

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

       START-TIMETABLE-PAGE.
           ADD 1 TO WS-IT-PAGE-NO.
           MOVE "INSTRUCTOR TIMETABLE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-IT-PAGE-NO TO RPT-H-PAGE.
           WRITE IT-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE SPACES TO IT-PRINT-LINE.
           STRING WS-WANTED-INSTRUCTOR
               "  SY " WS-SCHOOL-YEAR " TERM " WS-TERM
               DELIMITED BY SIZE INTO IT-PRINT-LINE.
           WRITE IT-PRINT-LINE.
           WRITE IT-PRINT-LINE FROM IT-HEADING-LINE.
           MOVE 0 TO WS-IT-LINE-COUNT.

       WRITE-TIMETABLE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-IT-LINE-COUNT >= 55
               PERFORM START-TIMETABLE-PAGE
           END-IF.
           WRITE IT-PRINT-LINE FROM WS-IT-BUILD.
           ADD 1 TO WS-IT-LINE-COUNT.
