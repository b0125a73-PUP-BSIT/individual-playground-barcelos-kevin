       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTDEACT.
      *> Voter deactivation for missed elections. The election
      *> history sorts by voter with each voter's regular elections
      *> newest first; a voter whose two most recent regular
      *> elections are both posted not voted has missed two in
      *> succession and is deactivated on VOTERSFL.DAT - status D
      *> and the business date - instead of being purged by hand.
      *> Special elections do not count toward the rule. For a
      *> voter reactivated on a new application only elections held
      *> after the reactivation count, so the misses that caused the
      *> last deactivation cannot cause the next one. Every voter
      *> deactivated is listed with the two elections missed. The
      *> updated voter file is staged to VOTERSNW.DAT and copied
      *> back in a second pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTE-HISTORY ASSIGN TO "VOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-FILE-STATUS.
           SELECT HIST-SORT-WORK ASSIGN TO "SORTWK6".
           SELECT VOTERS-FILE ASSIGN TO "VOTERSFL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-FILE-STATUS.
           SELECT VOTERS-WORK ASSIGN TO "VOTERSNW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VW-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT DEACT-REPORT ASSIGN TO "VOTDEACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VOTE-HISTORY.
       COPY VOTHIST.
       SD  HIST-SORT-WORK.
       01  VX-SORT-REC.
           05  VX-VOTER-ID            PIC X(9).
           05  VX-ELECTION-DATE       PIC 9(8).
           05  VX-ELECTION-ID         PIC X(8).
           05  VX-VOTED-FLAG          PIC X.
       FD  VOTERS-FILE.
       COPY VOTERS.
       FD  VOTERS-WORK.
       01  VN-RAW-LINE                PIC X(43).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  DEACT-REPORT.
       01  VD-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-EH-FILE-STATUS          PIC XX.
       01  WS-VT-FILE-STATUS          PIC XX.
       01  WS-VW-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-MISS-OVERFLOW           PIC X VALUE "N".
       01  WS-VOTER-COUNT             PIC 9(6) VALUE 0.
       01  WS-DEACT-COUNT             PIC 9(5) VALUE 0.
      *> Control break over the sorted history - the first two
      *> lines for a voter are the two latest regular elections.
       01  WS-FIRST-VOTER             PIC X.
       01  WS-PREV-VOTER-ID           PIC X(9).
       01  WS-VOTER-LINES             PIC 9(3).
       01  WS-LAST-DATE               PIC 9(8).
       01  WS-LAST-ID                 PIC X(8).
       01  WS-LAST-FLAG               PIC X.
       01  WS-PRIOR-DATE              PIC 9(8).
       01  WS-PRIOR-ID                PIC X(8).
       01  WS-PRIOR-FLAG              PIC X.
      *> Voters whose two latest regular elections were both
      *> missed, with the elections missed.
       01  WS-MS-COUNT                PIC 9(5) VALUE 0.
       01  WS-MS-SUB                  PIC 9(5).
       01  WS-MS-HIT                  PIC 9(5).
       01  MISSED-TABLE-AREA.
           05  MISSED-ENTRY OCCURS 20000 TIMES.
               10  MST-VOTER-ID       PIC X(9).
               10  MST-LAST-ID        PIC X(8).
               10  MST-PRIOR-ID       PIC X(8).
               10  MST-PRIOR-DATE     PIC 9(8).
      *> Report page handling - the shop's 55-line standard.
       01  WS-VD-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-VD-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-VD-BUILD                PIC X(132).
       01  VD-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "VOTER ID".
           05  FILLER                 PIC X(22) VALUE "NAME".
           05  FILLER                 PIC X(20) VALUE
                                      "ELECTIONS MISSED".
       01  VD-DETAIL-LINE.
           05  VDD-VOTER-ID           PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDD-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDD-PRIOR-ID           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDD-LAST-ID            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT VOTE-HISTORY.
           IF WS-EH-FILE-STATUS NOT = "00"
               DISPLAY "VOTHIST.DAT NOT AVAILABLE - STATUS "
                   WS-EH-FILE-STATUS " - NOTHING TO REVIEW"
               STOP RUN
           END-IF.
           CLOSE VOTE-HISTORY.
           SORT HIST-SORT-WORK
               ON ASCENDING KEY VX-VOTER-ID
               ON DESCENDING KEY VX-ELECTION-DATE
               INPUT PROCEDURE IS RELEASE-REGULAR-HISTORY
               OUTPUT PROCEDURE IS SCAN-VOTER-HISTORY.
      *> A truncated table would leave voters active who the
      *> rule says must go - refuse rather than half-apply it.
           IF WS-MISS-OVERFLOW = "Y"
               DISPLAY "MORE THAN 20000 VOTERS MISSED TWO ELECTIONS"
                   " - NO VOTER DEACTIVATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOTERS-FILE.
           IF WS-VT-FILE-STATUS NOT = "00"
               DISPLAY "VOTERSFL.DAT NOT AVAILABLE - STATUS "
                   WS-VT-FILE-STATUS " - NO VOTER DEACTIVATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VOTERS-WORK.
           OPEN OUTPUT DEACT-REPORT.
           MOVE VD-COLUMN-LINE TO WS-VD-BUILD.
           PERFORM WRITE-DEACT-LINE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ VOTERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REVIEW-ONE-VOTER
               END-READ
           END-PERFORM.
           CLOSE VOTERS-FILE.
           CLOSE VOTERS-WORK.
           IF WS-DEACT-COUNT > 0
               PERFORM COPY-WORK-BACK
           END-IF.
           MOVE SPACES TO WS-VD-BUILD.
           PERFORM WRITE-DEACT-LINE.
           STRING "VOTERS REVIEWED: " WS-VOTER-COUNT
               "  DEACTIVATED: " WS-DEACT-COUNT
               DELIMITED BY SIZE INTO WS-VD-BUILD.
           PERFORM WRITE-DEACT-LINE.
           DISPLAY WS-VD-BUILD (1:50).
           MOVE WS-DEACT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-VD-BUILD.
           PERFORM WRITE-DEACT-LINE.
           CLOSE DEACT-REPORT.
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

       RELEASE-REGULAR-HISTORY.
           OPEN INPUT VOTE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ VOTE-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF EH-REGULAR
                           MOVE EH-VOTER-ID TO VX-VOTER-ID
                           MOVE EH-ELECTION-DATE TO VX-ELECTION-DATE
                           MOVE EH-ELECTION-ID TO VX-ELECTION-ID
                           MOVE EH-VOTED-FLAG TO VX-VOTED-FLAG
                           RELEASE VX-SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOTE-HISTORY.

       SCAN-VOTER-HISTORY.
           MOVE "Y" TO WS-FIRST-VOTER.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               RETURN HIST-SORT-WORK
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                       IF WS-FIRST-VOTER = "N"
                           PERFORM CLOSE-ONE-VOTER
                       END-IF
                   NOT AT END
                       IF WS-FIRST-VOTER = "Y"
                               OR VX-VOTER-ID NOT = WS-PREV-VOTER-ID
                           IF WS-FIRST-VOTER = "N"
                               PERFORM CLOSE-ONE-VOTER
                           END-IF
                           MOVE "N" TO WS-FIRST-VOTER
                           MOVE VX-VOTER-ID TO WS-PREV-VOTER-ID
                           MOVE 0 TO WS-VOTER-LINES
                       END-IF
                       PERFORM TAKE-ONE-ELECTION
               END-RETURN
           END-PERFORM.

       TAKE-ONE-ELECTION.
           ADD 1 TO WS-VOTER-LINES.
           IF WS-VOTER-LINES = 1
               MOVE VX-ELECTION-DATE TO WS-LAST-DATE
               MOVE VX-ELECTION-ID TO WS-LAST-ID
               MOVE VX-VOTED-FLAG TO WS-LAST-FLAG
           END-IF.
           IF WS-VOTER-LINES = 2
               MOVE VX-ELECTION-DATE TO WS-PRIOR-DATE
               MOVE VX-ELECTION-ID TO WS-PRIOR-ID
               MOVE VX-VOTED-FLAG TO WS-PRIOR-FLAG
           END-IF.

       CLOSE-ONE-VOTER.
           IF WS-VOTER-LINES >= 2
                   AND WS-LAST-FLAG = "N" AND WS-PRIOR-FLAG = "N"
               IF WS-MS-COUNT < 20000
                   ADD 1 TO WS-MS-COUNT
                   MOVE WS-PREV-VOTER-ID TO MST-VOTER-ID (WS-MS-COUNT)
                   MOVE WS-LAST-ID TO MST-LAST-ID (WS-MS-COUNT)
                   MOVE WS-PRIOR-ID TO MST-PRIOR-ID (WS-MS-COUNT)
                   MOVE WS-PRIOR-DATE TO MST-PRIOR-DATE (WS-MS-COUNT)
               ELSE
                   MOVE "Y" TO WS-MISS-OVERFLOW
               END-IF
           END-IF.

       REVIEW-ONE-VOTER.
      *> A voter already deactivated stays as is; an active
      *> voter on the missed table goes unless the earlier miss
      *> predates a reactivation.
           ADD 1 TO WS-VOTER-COUNT.
           IF NOT VT-DEACTIVATED
               MOVE 0 TO WS-MS-HIT
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                       UNTIL WS-MS-SUB > WS-MS-COUNT OR WS-MS-HIT > 0
                   IF MST-VOTER-ID (WS-MS-SUB) = VT-ID
                       MOVE WS-MS-SUB TO WS-MS-HIT
                   END-IF
               END-PERFORM
               IF WS-MS-HIT > 0
                   IF VT-STATUS-DATE IS NOT NUMERIC
                       PERFORM DEACTIVATE-ONE-VOTER
                   ELSE
                       IF MST-PRIOR-DATE (WS-MS-HIT) > VT-STATUS-DATE
                           PERFORM DEACTIVATE-ONE-VOTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE VOTER-REC TO VN-RAW-LINE.
           WRITE VN-RAW-LINE.

       DEACTIVATE-ONE-VOTER.
           MOVE "D" TO VT-STATUS.
           MOVE WS-BUSINESS-DATE TO VT-STATUS-DATE.
           ADD 1 TO WS-DEACT-COUNT.
           MOVE VT-ID TO VDD-VOTER-ID.
           MOVE VT-NAME TO VDD-NAME.
           MOVE MST-PRIOR-ID (WS-MS-HIT) TO VDD-PRIOR-ID.
           MOVE MST-LAST-ID (WS-MS-HIT) TO VDD-LAST-ID.
           MOVE VD-DETAIL-LINE TO WS-VD-BUILD.
           PERFORM WRITE-DEACT-LINE.

       COPY-WORK-BACK.
           OPEN INPUT VOTERS-WORK.
           OPEN OUTPUT VOTERS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ VOTERS-WORK
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE VN-RAW-LINE TO VOTER-REC
                       WRITE VOTER-REC
               END-READ
           END-PERFORM.
           CLOSE VOTERS-WORK.
           CLOSE VOTERS-FILE.

       START-DEACT-PAGE.
           ADD 1 TO WS-VD-PAGE-NO.
           MOVE "VOTER DEACTIVATIONS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-VD-PAGE-NO TO RPT-H-PAGE.
           WRITE VD-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-VD-LINE-COUNT.

       WRITE-DEACT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-VD-LINE-COUNT >= 55
               PERFORM START-DEACT-PAGE
           END-IF.
           WRITE VD-PRINT-LINE FROM WS-VD-BUILD.
           ADD 1 TO WS-VD-LINE-COUNT.
