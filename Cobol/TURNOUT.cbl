       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOUT.
      *> Election turnout posting. After election day the precinct
      *> books come back with their signed sign-in lists; those
      *> signatures are keyed to SIGNIN.DAT and this run posts the
      *> election named on ELECTION.DAT against the precinct
      *> assignments the books were printed from - every PRECASGN
      *> voter gets one election history line, voted or not voted.
      *> The turnout report gives each precinct's booked, voted and
      *> not-voted counts, and lists every signature that does not
      *> tie to the books: a voter not on any book, a voter signing
      *> in a precinct other than their own (still posted as voted),
      *> or the same voter signing twice. An election already on the
      *> history is refused so a rerun cannot post it twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-FILE ASSIGN TO "ELECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EO-FILE-STATUS.
           SELECT SIGN-IN-LIST ASSIGN TO "SIGNIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT PRECINCT-ASSIGNMENTS ASSIGN TO "PRECASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT VOTE-HISTORY ASSIGN TO "VOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT TURNOUT-REPORT ASSIGN TO "TURNOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-FILE.
       COPY ELECTION.
       FD  SIGN-IN-LIST.
       COPY SIGNIN.
       FD  PRECINCT-ASSIGNMENTS.
       COPY PRECASGN.
       FD  VOTE-HISTORY.
       COPY VOTHIST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  TURNOUT-REPORT.
       01  TO-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-EO-FILE-STATUS          PIC XX.
       01  WS-SI-FILE-STATUS          PIC XX.
       01  WS-PA-FILE-STATUS          PIC XX.
       01  WS-EH-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-ALREADY-POSTED          PIC X VALUE "N".
       01  WS-SIGN-OVERFLOW           PIC X VALUE "N".
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01  WS-BOOKED-COUNT            PIC 9(6) VALUE 0.
       01  WS-VOTED-COUNT             PIC 9(6) VALUE 0.
       01  WS-NOT-VOTED-COUNT         PIC 9(6) VALUE 0.
      *> Signatures off the returned books. SGT-MATCHED is Y for
      *> a signature tied to a voter booked in that precinct, O for
      *> one tied to a voter booked elsewhere; SGT-DUPLICATE marks
      *> one that repeats an earlier signature by the same voter.
       01  WS-SG-COUNT                PIC 9(5) VALUE 0.
       01  WS-SG-SUB                  PIC 9(5).
       01  WS-SG-HIT                  PIC 9(5).
       01  SIGN-TABLE-AREA.
           05  SIGN-ENTRY OCCURS 20000 TIMES.
               10  SGT-VOTER-ID       PIC X(9).
               10  SGT-PRECINCT-ID    PIC X(6).
               10  SGT-MATCHED        PIC X.
               10  SGT-BOOKED-AT      PIC X(6).
               10  SGT-DUPLICATE      PIC X.
      *> Precinct control break over the assignments.
       01  WS-FIRST-PRECINCT          PIC X.
       01  WS-PREV-PRECINCT           PIC X(6).
       01  WS-PREC-BOOKED             PIC 9(6).
       01  WS-PREC-VOTED              PIC 9(6).
       01  WS-PCT-WORK                PIC 999V9.
      *> Report page handling - the shop's 55-line standard.
       01  WS-TO-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-TO-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-TO-BUILD                PIC X(132).
       01  TO-COLUMN-LINE.
           05  FILLER                 PIC X(10) VALUE "PRECINCT".
           05  FILLER                 PIC X(10) VALUE "    BOOKED".
           05  FILLER                 PIC X(10) VALUE "     VOTED".
           05  FILLER                 PIC X(10) VALUE " NOT VOTED".
           05  FILLER                 PIC X(10) VALUE "   TURNOUT".
       01  TO-DETAIL-LINE.
           05  TOD-PRECINCT-ID        PIC X(6).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TOD-BOOKED             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  TOD-VOTED              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  TOD-NOT-VOTED          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TOD-PCT                PIC ZZ9.9.
           05  FILLER                 PIC X VALUE "%".
       01  TO-EXCEPTION-LINE.
           05  TOX-VOTER-ID           PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TOX-PRECINCT-ID        PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TOX-REASON             PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT ELECTION-FILE.
           IF WS-EO-FILE-STATUS NOT = "00"
               DISPLAY "ELECTION.DAT NOT AVAILABLE - STATUS "
                   WS-EO-FILE-STATUS " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ ELECTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           CLOSE ELECTION-FILE.
           IF WS-EOF-SWITCH = "Y" OR EO-ELECTION-ID = SPACES
                   OR EO-ELECTION-DATE IS NOT NUMERIC
                   OR NOT (EO-REGULAR OR EO-SPECIAL)
               DISPLAY "ELECTION.DAT INCOMPLETE - ID, DATE AND KIND"
                   " R OR S REQUIRED - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED = "Y"
               DISPLAY "ELECTION " EO-ELECTION-ID
                   " ALREADY ON VOTHIST.DAT - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SIGN-INS.
      *> Posting past a truncated signature table would mark
      *> voters who signed as not voted - refuse instead.
           IF WS-SIGN-OVERFLOW = "Y"
               DISPLAY "SIGNIN.DAT EXCEEDS 20000 SIGNATURES -"
                   " NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRECINCT-ASSIGNMENTS.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "PRECASGN.DAT NOT AVAILABLE - STATUS "
                   WS-PA-FILE-STATUS " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND VOTE-HISTORY.
           IF WS-EH-FILE-STATUS = "35"
               OPEN OUTPUT VOTE-HISTORY
           END-IF.
           OPEN OUTPUT TURNOUT-REPORT.
           MOVE SPACES TO WS-TO-BUILD.
           STRING "ELECTION " EO-ELECTION-ID " OF "
               EO-ELECTION-DATE " KIND " EO-KIND
               DELIMITED BY SIZE INTO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           MOVE SPACES TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           MOVE TO-COLUMN-LINE TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           MOVE "Y" TO WS-FIRST-PRECINCT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ PRECINCT-ASSIGNMENTS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                       IF WS-FIRST-PRECINCT = "N"
                           PERFORM PRINT-PRECINCT-TURNOUT
                       END-IF
                   NOT AT END
                       IF WS-FIRST-PRECINCT = "Y"
                               OR PA-PRECINCT-ID
                                   NOT = WS-PREV-PRECINCT
                           IF WS-FIRST-PRECINCT = "N"
                               PERFORM PRINT-PRECINCT-TURNOUT
                           END-IF
                           MOVE "N" TO WS-FIRST-PRECINCT
                           MOVE PA-PRECINCT-ID TO WS-PREV-PRECINCT
                           MOVE 0 TO WS-PREC-BOOKED
                           MOVE 0 TO WS-PREC-VOTED
                       END-IF
                       PERFORM POST-ONE-VOTER
               END-READ
           END-PERFORM.
           CLOSE PRECINCT-ASSIGNMENTS.
           CLOSE VOTE-HISTORY.
           MOVE "ALL" TO WS-PREV-PRECINCT.
           MOVE WS-BOOKED-COUNT TO WS-PREC-BOOKED.
           MOVE WS-VOTED-COUNT TO WS-PREC-VOTED.
           MOVE SPACES TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           PERFORM PRINT-PRECINCT-TURNOUT.
           PERFORM LIST-SIGN-IN-EXCEPTIONS.
           MOVE WS-BOOKED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           CLOSE TURNOUT-REPORT.
           DISPLAY "ELECTION " EO-ELECTION-ID " POSTED - BOOKED: "
               WS-BOOKED-COUNT " VOTED: " WS-VOTED-COUNT
               " NOT VOTED: " WS-NOT-VOTED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
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

       CHECK-ALREADY-POSTED.
      *> No history file yet means nothing has been posted.
           MOVE "N" TO WS-ALREADY-POSTED.
           OPEN INPUT VOTE-HISTORY.
           IF WS-EH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR WS-ALREADY-POSTED = "Y"
                   READ VOTE-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF EH-ELECTION-ID = EO-ELECTION-ID
                               MOVE "Y" TO WS-ALREADY-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOTE-HISTORY
           END-IF.

       LOAD-SIGN-INS.
      *> No sign-in file means nobody signed - every booked
      *> voter posts as not voted, which the report makes plain.
           MOVE 0 TO WS-SG-COUNT.
           OPEN INPUT SIGN-IN-LIST.
           IF WS-SI-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SIGN-IN-LIST
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TABLE-ONE-SIGN-IN
                   END-READ
               END-PERFORM
               CLOSE SIGN-IN-LIST
           END-IF.

       TABLE-ONE-SIGN-IN.
           IF WS-SG-COUNT < 20000
               MOVE 0 TO WS-SG-HIT
               PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                       UNTIL WS-SG-SUB > WS-SG-COUNT OR WS-SG-HIT > 0
                   IF SGT-VOTER-ID (WS-SG-SUB) = SI-VOTER-ID
                       MOVE WS-SG-SUB TO WS-SG-HIT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SG-COUNT
               MOVE SI-VOTER-ID TO SGT-VOTER-ID (WS-SG-COUNT)
               MOVE SI-PRECINCT-ID TO SGT-PRECINCT-ID (WS-SG-COUNT)
               MOVE "N" TO SGT-MATCHED (WS-SG-COUNT)
               IF WS-SG-HIT > 0
                   MOVE "Y" TO SGT-DUPLICATE (WS-SG-COUNT)
               ELSE
                   MOVE "N" TO SGT-DUPLICATE (WS-SG-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO WS-SIGN-OVERFLOW
           END-IF.

       POST-ONE-VOTER.
      *> The voter's first signature counts; a repeat is left
      *> unmatched and reported as a duplicate.
           ADD 1 TO WS-BOOKED-COUNT.
           ADD 1 TO WS-PREC-BOOKED.
           MOVE 0 TO WS-SG-HIT.
           PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB > WS-SG-COUNT OR WS-SG-HIT > 0
               IF SGT-VOTER-ID (WS-SG-SUB) = PA-VOTER-ID
                       AND SGT-DUPLICATE (WS-SG-SUB) = "N"
                   MOVE WS-SG-SUB TO WS-SG-HIT
               END-IF
           END-PERFORM.
           MOVE PA-VOTER-ID TO EH-VOTER-ID.
           MOVE EO-ELECTION-ID TO EH-ELECTION-ID.
           MOVE EO-ELECTION-DATE TO EH-ELECTION-DATE.
           MOVE EO-KIND TO EH-KIND.
           MOVE PA-PRECINCT-ID TO EH-PRECINCT-ID.
           MOVE WS-BUSINESS-DATE TO EH-POSTED-DATE.
           IF WS-SG-HIT > 0
               MOVE "Y" TO EH-VOTED-FLAG
               ADD 1 TO WS-VOTED-COUNT
               ADD 1 TO WS-PREC-VOTED
               IF SGT-PRECINCT-ID (WS-SG-HIT) = PA-PRECINCT-ID
                   MOVE "Y" TO SGT-MATCHED (WS-SG-HIT)
               ELSE
                   MOVE "O" TO SGT-MATCHED (WS-SG-HIT)
                   MOVE PA-PRECINCT-ID TO SGT-BOOKED-AT (WS-SG-HIT)
               END-IF
           ELSE
               MOVE "N" TO EH-VOTED-FLAG
               ADD 1 TO WS-NOT-VOTED-COUNT
           END-IF.
           WRITE VOTE-HISTORY-REC.

       PRINT-PRECINCT-TURNOUT.
           MOVE WS-PREV-PRECINCT TO TOD-PRECINCT-ID.
           MOVE WS-PREC-BOOKED TO TOD-BOOKED.
           MOVE WS-PREC-VOTED TO TOD-VOTED.
           COMPUTE TOD-NOT-VOTED = WS-PREC-BOOKED - WS-PREC-VOTED.
           MOVE 0 TO WS-PCT-WORK.
           IF WS-PREC-BOOKED > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PREC-VOTED * 100 / WS-PREC-BOOKED
           END-IF.
           MOVE WS-PCT-WORK TO TOD-PCT.
           MOVE TO-DETAIL-LINE TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.

       LIST-SIGN-IN-EXCEPTIONS.
      *> Signatures that did not tie cleanly to the books - a
      *> voter signing outside their booked precinct, a voter on
      *> no book, or a second signature by the same voter.
           MOVE SPACES TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           MOVE "SIGN-IN EXCEPTIONS" TO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.
           PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB > WS-SG-COUNT
               IF SGT-MATCHED (WS-SG-SUB) NOT = "Y"
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SGT-VOTER-ID (WS-SG-SUB) TO TOX-VOTER-ID
                   MOVE SGT-PRECINCT-ID (WS-SG-SUB) TO TOX-PRECINCT-ID
                   MOVE SPACES TO TOX-REASON
                   EVALUATE TRUE
                       WHEN SGT-MATCHED (WS-SG-SUB) = "O"
                           STRING "BOOKED IN PRECINCT "
                               SGT-BOOKED-AT (WS-SG-SUB)
                               " - POSTED AS VOTED"
                               DELIMITED BY SIZE INTO TOX-REASON
                       WHEN SGT-DUPLICATE (WS-SG-SUB) = "Y"
                           MOVE
                               "SIGNED MORE THAN ONCE - REPEAT IGNORED"
                               TO TOX-REASON
                       WHEN OTHER
                           MOVE
                               "NOT ON ANY PRECINCT BOOK - NOT POSTED"
                               TO TOX-REASON
                   END-EVALUATE
                   MOVE TO-EXCEPTION-LINE TO WS-TO-BUILD
                   PERFORM WRITE-TURNOUT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TO-BUILD.
           STRING "EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-TO-BUILD.
           PERFORM WRITE-TURNOUT-LINE.

       START-TURNOUT-PAGE.
           ADD 1 TO WS-TO-PAGE-NO.
           MOVE "ELECTION TURNOUT" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-TO-PAGE-NO TO RPT-H-PAGE.
           WRITE TO-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-TO-LINE-COUNT.

       WRITE-TURNOUT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-TO-LINE-COUNT >= 55
               PERFORM START-TURNOUT-PAGE
           END-IF.
           WRITE TO-PRINT-LINE FROM WS-TO-BUILD.
           ADD 1 TO WS-TO-LINE-COUNT.
