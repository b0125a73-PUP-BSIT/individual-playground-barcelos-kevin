      *> term, to the same paged print-file standard as the grade
      *> report - because STUMAST forgets each term as the next one
      *> posts, this file is the only place a transcript can come
      *> from. A student with any hold still active on the student
      *> hold file gets no transcript: the run lists each hold and
      *> the office that placed it, and refuses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HISTORY.
       01  TR-PRINT-LINE              PIC X(132).
       FD  STANDING-FILE.
       COPY STANDING.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-GH-FILE-STATUS          PIC XX.
       01  WS-SD-FILE-STATUS          PIC XX.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-HOLD-EOF                PIC X.
       01  WS-HOLD-COUNT              PIC 9(3) VALUE 0.
       01  WS-STAND-EOF               PIC X.
       01  WS-STAND-FOUND             PIC X.
       01  WS-STAND-TEXT              PIC X(13).
       MAIN-PARA.
           DISPLAY "Student number for transcript: " NO ADVANCING.
           ACCEPT WS-WANTED-ID.
           PERFORM CHECK-STUDENT-HOLDS.
           IF WS-HOLD-COUNT > 0
               DISPLAY "TRANSCRIPT REFUSED - " WS-HOLD-COUNT
                   " ACTIVE HOLD(S) MUST BE CLEARED WITH THE OFFICES"
                   " LISTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADE-HISTORY.
           IF WS-GH-FILE-STATUS NOT = "00"
               DISPLAY "GRDHIST.DAT NOT AVAILABLE - STATUS "
               " - SEE TRNSCRPT.DAT".
           STOP RUN.

       CHECK-STUDENT-HOLDS.
      *> No hold file yet means no student is on hold.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS = "00"
               MOVE "N" TO WS-HOLD-EOF
               PERFORM UNTIL WS-HOLD-EOF = "Y"
                   READ HOLD-MASTER
                       AT END
                           MOVE "Y" TO WS-HOLD-EOF
                       NOT AT END
                           IF HL-STU-ID = WS-WANTED-ID AND HL-ACTIVE
                               ADD 1 TO WS-HOLD-COUNT
                               DISPLAY "ACTIVE HOLD: TYPE " HL-TYPE
                                   " OFFICE " HL-OFFICE
                                   " SINCE " HL-PLACED-DATE
                                   " " HL-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       NOTE-TRANSCRIPT-TERM.
      *> The history file is appended in posting order, so the
      *> last line read for a SY/term is the term of record - it
