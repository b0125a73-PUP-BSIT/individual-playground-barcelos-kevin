       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANVASS.
      *> Municipal canvass of the precinct election returns. The
      *> returns keyed from each precinct's election-night sheet are
      *> validated one return at a time: the precinct must be on
      *> PRECREF, a second return for a precinct already counted is
      *> rejected as a duplicate, the ballots cast may not exceed the
      *> voters booked to that precinct on PRECASGN, and no figure
      *> may be blank or exceed the ballots cast. A rejected return
      *> counts for nothing; a corrected return for the same
      *> precinct may follow it. The canvass prints every precinct
      *> in PRECREF order with its registered voters, ballots cast,
      *> turnout and the votes counted there, then the totals per
      *> position with each candidate's share, then every precinct
      *> still missing a return and every return rejected. The
      *> canvass is certified only when every precinct on PRECREF
      *> is accounted for; otherwise it prints as not certified and
      *> the run ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-RETURNS ASSIGN TO "ELECRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT PRECINCT-REFERENCE ASSIGN TO "PRECREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT PRECINCT-ASSIGNMENTS ASSIGN TO "PRECASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "ELECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EO-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT CANVASS-REPORT ASSIGN TO "CANVASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-RETURNS.
       COPY ELECRTN.
       FD  PRECINCT-REFERENCE.
       COPY PRECREF.
       FD  PRECINCT-ASSIGNMENTS.
       COPY PRECASGN.
       FD  ELECTION-FILE.
       COPY ELECTION.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  CANVASS-REPORT.
       01  CV-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-XR-FILE-STATUS          PIC XX.
       01  WS-PC-FILE-STATUS          PIC XX.
       01  WS-PA-FILE-STATUS          PIC XX.
       01  WS-EO-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-ELECTION-ID             PIC X(8) VALUE SPACES.
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
       01  WS-RETURN-COUNT            PIC 9(5) VALUE 0.
       01  WS-COUNTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(5) VALUE 0.
       01  WS-REGISTERED-TOTAL        PIC 9(7) VALUE 0.
       01  WS-CAST-TOTAL              PIC 9(7) VALUE 0.
      *> Precincts off PRECREF. PRT-STATUS: C counted, R only
      *> rejected returns so far, blank no return yet.
       01  WS-PR-COUNT                PIC 9(3) VALUE 0.
       01  WS-PR-SUB                  PIC 9(3).
       01  WS-PR-HIT                  PIC 9(3).
       01  PRECINCT-TABLE-AREA.
           05  PRECINCT-ENTRY OCCURS 50 TIMES.
               10  PRT-PRECINCT-ID    PIC X(6).
               10  PRT-LOCATION       PIC X(30).
               10  PRT-REGISTERED     PIC 9(5).
               10  PRT-CAST           PIC 9(6).
               10  PRT-STATUS         PIC X.
      *> One return buffered at a time - its header and lines.
       01  WS-RETURN-OPEN             PIC X VALUE "N".
       01  WS-RET-PRECINCT            PIC X(6).
       01  WS-RET-CAST                PIC X(6).
       01  WS-RET-CAST-NUM REDEFINES WS-RET-CAST
                                      PIC 9(6).
       01  WS-RET-REASON              PIC X(40).
       01  WS-BF-COUNT                PIC 9(3).
       01  WS-BF-SUB                  PIC 9(3).
       01  BUFFER-TABLE-AREA.
           05  BUFFER-ENTRY OCCURS 200 TIMES.
               10  BFT-POSITION       PIC X(15).
               10  BFT-CANDIDATE      PIC X(20).
               10  BFT-VOTES          PIC X(6).
               10  BFT-VOTES-NUM REDEFINES BFT-VOTES
                                      PIC 9(6).
      *> Candidates with their canvassed totals.
       01  WS-CD-COUNT                PIC 9(3) VALUE 0.
       01  WS-CD-SUB                  PIC 9(3).
       01  WS-CD-NEXT                 PIC 9(3).
       01  WS-CD-HIT                  PIC 9(3).
       01  CANDIDATE-TABLE-AREA.
           05  CANDIDATE-ENTRY OCCURS 500 TIMES.
               10  CDT-POSITION       PIC X(15).
               10  CDT-CANDIDATE      PIC X(20).
               10  CDT-TOTAL          PIC 9(8).
       01  WS-CD-SWAP.
           05  FILLER                 PIC X(43).
      *> Every vote line counted, kept for the precinct detail.
       01  WS-AV-COUNT                PIC 9(5) VALUE 0.
       01  WS-AV-SUB                  PIC 9(5).
       01  COUNTED-VOTE-AREA.
           05  COUNTED-VOTE OCCURS 10000 TIMES.
               10  AVT-PR-SUB         PIC 9(3).
               10  AVT-POSITION       PIC X(15).
               10  AVT-CANDIDATE      PIC X(20).
               10  AVT-VOTES          PIC 9(6).
      *> Rejected returns, in the order read.
       01  WS-RJ-COUNT                PIC 9(3) VALUE 0.
       01  WS-RJ-SUB                  PIC 9(3).
       01  REJECT-TABLE-AREA.
           05  REJECT-ENTRY OCCURS 200 TIMES.
               10  RJT-PRECINCT-ID    PIC X(6).
               10  RJT-REASON         PIC X(40).
      *> Position roll-up while printing the totals.
       01  WS-PREV-POSITION           PIC X(15).
       01  WS-POSITION-TOTAL          PIC 9(8).
       01  WS-PCT-WORK                PIC 999V9.
      *> Report page handling - the shop's 55-line standard.
       01  WS-CV-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-CV-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CV-BUILD                PIC X(132).
       01  CV-PRECINCT-COLUMNS.
           05  FILLER                 PIC X(8)  VALUE "PRECINCT".
           05  FILLER                 PIC X(32) VALUE
                                      "  LOCATION".
           05  FILLER                 PIC X(11) VALUE " REGISTERED".
           05  FILLER                 PIC X(11) VALUE "       CAST".
           05  FILLER                 PIC X(10) VALUE "   TURNOUT".
           05  FILLER                 PIC X(10) VALUE "  RETURN".
       01  CV-PRECINCT-LINE.
           05  CVP-PRECINCT-ID        PIC X(6).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  CVP-LOCATION           PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CVP-REGISTERED         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CVP-CAST               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  CVP-PCT                PIC ZZ9.9.
           05  FILLER                 PIC X VALUE "%".
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CVP-STATUS             PIC X(10).
       01  CV-VOTE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  CVV-POSITION           PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CVV-CANDIDATE          PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CVV-VOTES              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CVV-PCT-AREA.
               10  CVV-PCT            PIC ZZZ.Z.
               10  CVV-PCT-SIGN       PIC X.
       01  CV-REJECT-LINE.
           05  CVR-PRECINCT-ID        PIC X(6).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  CVR-REASON             PIC X(51).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ELECTION-ID.
           PERFORM LOAD-PRECINCT-TABLE.
           IF WS-PR-COUNT = 0
               DISPLAY "PRECREF.DAT EMPTY OR MISSING - NO CANVASS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-REGISTERED-VOTERS.
           OPEN INPUT ELECTION-RETURNS.
           IF WS-XR-FILE-STATUS NOT = "00"
               DISPLAY "ELECRTN.DAT NOT AVAILABLE - STATUS "
                   WS-XR-FILE-STATUS " - NO CANVASS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ELECTION-RETURNS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                       IF WS-RETURN-OPEN = "Y"
                           PERFORM CLOSE-ONE-RETURN
                       END-IF
                   NOT AT END
                       PERFORM TAKE-ONE-RETURN-LINE
               END-READ
           END-PERFORM.
           CLOSE ELECTION-RETURNS.
      *> Totals off a truncated table would certify a wrong
      *> count - refuse the canvass outright.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "RETURNS EXCEED TABLE CAPACITY - NO CANVASS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CANVASS-REPORT.
           PERFORM PRINT-PRECINCT-DETAIL.
           PERFORM PRINT-POSITION-TOTALS.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM PRINT-CERTIFICATION.
           MOVE WS-RETURN-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           CLOSE CANVASS-REPORT.
           DISPLAY "RETURNS READ: " WS-RETURN-COUNT
               " COUNTED: " WS-COUNTED-COUNT
               " REJECTED: " WS-RJ-COUNT
               " PRECINCTS MISSING: " WS-MISSING-COUNT.
           IF WS-MISSING-COUNT > 0 OR WS-RJ-COUNT > 0
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

       LOAD-ELECTION-ID.
      *> The election named on the turnout control, if present,
      *> heads the canvass.
           OPEN INPUT ELECTION-FILE.
           IF WS-EO-FILE-STATUS = "00"
               READ ELECTION-FILE
                   NOT AT END
                       MOVE EO-ELECTION-ID TO WS-ELECTION-ID
               END-READ
               CLOSE ELECTION-FILE
           END-IF.

       LOAD-PRECINCT-TABLE.
           OPEN INPUT PRECINCT-REFERENCE.
           IF WS-PC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PRECINCT-REFERENCE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PR-COUNT < 50
                               ADD 1 TO WS-PR-COUNT
                               MOVE PC-PRECINCT-ID TO
                                   PRT-PRECINCT-ID (WS-PR-COUNT)
                               MOVE PC-LOCATION TO
                                   PRT-LOCATION (WS-PR-COUNT)
                               MOVE 0 TO PRT-REGISTERED (WS-PR-COUNT)
                               MOVE 0 TO PRT-CAST (WS-PR-COUNT)
                               MOVE SPACE TO PRT-STATUS (WS-PR-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECINCT-REFERENCE
           END-IF.

       COUNT-REGISTERED-VOTERS.
      *> The certified books are the registered count - no
      *> assignment file means nobody is booked anywhere.
           OPEN INPUT PRECINCT-ASSIGNMENTS.
           IF WS-PA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PRECINCT-ASSIGNMENTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PA-PRECINCT-ID TO WS-RET-PRECINCT
                           PERFORM FIND-RETURN-PRECINCT
                           IF WS-PR-HIT > 0
                               ADD 1 TO PRT-REGISTERED (WS-PR-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECINCT-ASSIGNMENTS
           END-IF.

       FIND-RETURN-PRECINCT.
           MOVE 0 TO WS-PR-HIT.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-COUNT OR WS-PR-HIT > 0
               IF PRT-PRECINCT-ID (WS-PR-SUB) = WS-RET-PRECINCT
                   MOVE WS-PR-SUB TO WS-PR-HIT
               END-IF
           END-PERFORM.

       TAKE-ONE-RETURN-LINE.
      *> A header closes the return before it and opens the
      *> next; vote lines buffer under the open return.
           EVALUATE TRUE
               WHEN XR-RETURN-HEADER
                   IF WS-RETURN-OPEN = "Y"
                       PERFORM CLOSE-ONE-RETURN
                   END-IF
                   MOVE "Y" TO WS-RETURN-OPEN
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE XR-PRECINCT-ID TO WS-RET-PRECINCT
                   MOVE XR-BALLOTS-CAST TO WS-RET-CAST
                   MOVE SPACES TO WS-RET-REASON
                   MOVE 0 TO WS-BF-COUNT
               WHEN WS-RETURN-OPEN = "N"
                   MOVE XR-PRECINCT-ID TO WS-RET-PRECINCT
                   MOVE "LINE WITH NO RETURN HEADER" TO WS-RET-REASON
                   PERFORM LIST-ONE-REJECT
               WHEN XR-PRECINCT-ID NOT = WS-RET-PRECINCT
                   IF WS-RET-REASON = SPACES
                       MOVE "LINE FOR ANOTHER PRECINCT IN RETURN"
                           TO WS-RET-REASON
                   END-IF
               WHEN NOT XR-VOTE-LINE
                   IF WS-RET-REASON = SPACES
                       MOVE "LINE KIND NOT H OR V" TO WS-RET-REASON
                   END-IF
               WHEN WS-BF-COUNT >= 200
                   IF WS-RET-REASON = SPACES
                       MOVE "MORE THAN 200 VOTE LINES"
                           TO WS-RET-REASON
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BF-COUNT
                   MOVE XR-POSITION TO BFT-POSITION (WS-BF-COUNT)
                   MOVE XR-CANDIDATE TO BFT-CANDIDATE (WS-BF-COUNT)
                   MOVE XR-VOTES TO BFT-VOTES (WS-BF-COUNT)
           END-EVALUATE.

       CLOSE-ONE-RETURN.
           MOVE "N" TO WS-RETURN-OPEN.
           PERFORM FIND-RETURN-PRECINCT.
           IF WS-RET-REASON = SPACES
               PERFORM VALIDATE-ONE-RETURN
           END-IF.
           IF WS-RET-REASON NOT = SPACES
               PERFORM LIST-ONE-REJECT
               IF WS-PR-HIT > 0
                   IF PRT-STATUS (WS-PR-HIT) = SPACE
                       MOVE "R" TO PRT-STATUS (WS-PR-HIT)
                   END-IF
               END-IF
           ELSE
               PERFORM COUNT-ONE-RETURN
           END-IF.

       VALIDATE-ONE-RETURN.
           EVALUATE TRUE
               WHEN WS-PR-HIT = 0
                   MOVE "PRECINCT NOT ON PRECREF" TO WS-RET-REASON
               WHEN PRT-STATUS (WS-PR-HIT) = "C"
                   MOVE "DUPLICATE RETURN - FIRST ONE COUNTED"
                       TO WS-RET-REASON
               WHEN WS-RET-CAST IS NOT NUMERIC
                   MOVE "BALLOTS CAST MISSING OR NOT NUMERIC"
                       TO WS-RET-REASON
               WHEN WS-RET-CAST-NUM > PRT-REGISTERED (WS-PR-HIT)
                   MOVE "BALLOTS CAST EXCEED VOTERS BOOKED"
                       TO WS-RET-REASON
           END-EVALUATE.
           IF WS-RET-REASON = SPACES
               PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                       UNTIL WS-BF-SUB > WS-BF-COUNT
                       OR WS-RET-REASON NOT = SPACES
                   IF BFT-VOTES (WS-BF-SUB) IS NOT NUMERIC
                       MOVE "CANDIDATE VOTES MISSING OR NOT NUMERIC"
                           TO WS-RET-REASON
                   ELSE
                       IF BFT-VOTES-NUM (WS-BF-SUB) > WS-RET-CAST-NUM
                           MOVE "CANDIDATE VOTES EXCEED BALLOTS CAST"
                               TO WS-RET-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-ONE-RETURN.
           MOVE "C" TO PRT-STATUS (WS-PR-HIT).
           MOVE WS-RET-CAST-NUM TO PRT-CAST (WS-PR-HIT).
           ADD 1 TO WS-COUNTED-COUNT.
           PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                   UNTIL WS-BF-SUB > WS-BF-COUNT
               PERFORM COUNT-ONE-VOTE-LINE
           END-PERFORM.

       COUNT-ONE-VOTE-LINE.
           MOVE 0 TO WS-CD-HIT.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT OR WS-CD-HIT > 0
               IF CDT-POSITION (WS-CD-SUB) = BFT-POSITION (WS-BF-SUB)
                       AND CDT-CANDIDATE (WS-CD-SUB)
                           = BFT-CANDIDATE (WS-BF-SUB)
                   MOVE WS-CD-SUB TO WS-CD-HIT
               END-IF
           END-PERFORM.
           IF WS-CD-HIT = 0
               IF WS-CD-COUNT < 500
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-CD-COUNT TO WS-CD-HIT
                   MOVE BFT-POSITION (WS-BF-SUB)
                       TO CDT-POSITION (WS-CD-HIT)
                   MOVE BFT-CANDIDATE (WS-BF-SUB)
                       TO CDT-CANDIDATE (WS-CD-HIT)
                   MOVE 0 TO CDT-TOTAL (WS-CD-HIT)
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.
           IF WS-CD-HIT > 0
               ADD BFT-VOTES-NUM (WS-BF-SUB) TO CDT-TOTAL (WS-CD-HIT)
           END-IF.
           IF WS-AV-COUNT < 10000
               ADD 1 TO WS-AV-COUNT
               MOVE WS-PR-HIT TO AVT-PR-SUB (WS-AV-COUNT)
               MOVE BFT-POSITION (WS-BF-SUB)
                   TO AVT-POSITION (WS-AV-COUNT)
               MOVE BFT-CANDIDATE (WS-BF-SUB)
                   TO AVT-CANDIDATE (WS-AV-COUNT)
               MOVE BFT-VOTES-NUM (WS-BF-SUB)
                   TO AVT-VOTES (WS-AV-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       LIST-ONE-REJECT.
           IF WS-RJ-COUNT < 200
               ADD 1 TO WS-RJ-COUNT
               MOVE WS-RET-PRECINCT TO RJT-PRECINCT-ID (WS-RJ-COUNT)
               MOVE WS-RET-REASON TO RJT-REASON (WS-RJ-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       PRINT-PRECINCT-DETAIL.
           MOVE SPACES TO WS-CV-BUILD.
           STRING "ELECTION " WS-ELECTION-ID
               " - RETURNS BY PRECINCT"
               DELIMITED BY SIZE INTO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           MOVE SPACES TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           MOVE CV-PRECINCT-COLUMNS TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-COUNT
               PERFORM PRINT-ONE-PRECINCT
           END-PERFORM.
           MOVE SPACES TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           MOVE "ALL" TO CVP-PRECINCT-ID.
           MOVE "PRECINCTS COUNTED" TO CVP-LOCATION.
           MOVE WS-REGISTERED-TOTAL TO CVP-REGISTERED.
           MOVE WS-CAST-TOTAL TO CVP-CAST.
           MOVE 0 TO WS-PCT-WORK.
           IF WS-REGISTERED-TOTAL > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-CAST-TOTAL * 100 / WS-REGISTERED-TOTAL
           END-IF.
           MOVE WS-PCT-WORK TO CVP-PCT.
           MOVE SPACES TO CVP-STATUS.
           MOVE CV-PRECINCT-LINE TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.

       PRINT-ONE-PRECINCT.
      *> Turnout totals run over counted precincts only, so the
      *> percentage is never diluted by a precinct with no return.
           MOVE PRT-PRECINCT-ID (WS-PR-SUB) TO CVP-PRECINCT-ID.
           MOVE PRT-LOCATION (WS-PR-SUB) TO CVP-LOCATION.
           MOVE PRT-REGISTERED (WS-PR-SUB) TO CVP-REGISTERED.
           MOVE PRT-CAST (WS-PR-SUB) TO CVP-CAST.
           MOVE 0 TO WS-PCT-WORK.
           EVALUATE PRT-STATUS (WS-PR-SUB)
               WHEN "C"
                   MOVE "COUNTED" TO CVP-STATUS
                   ADD PRT-REGISTERED (WS-PR-SUB)
                       TO WS-REGISTERED-TOTAL
                   ADD PRT-CAST (WS-PR-SUB) TO WS-CAST-TOTAL
                   IF PRT-REGISTERED (WS-PR-SUB) > 0
                       COMPUTE WS-PCT-WORK ROUNDED =
                           PRT-CAST (WS-PR-SUB) * 100
                           / PRT-REGISTERED (WS-PR-SUB)
                   END-IF
               WHEN "R"
                   MOVE "REJECTED" TO CVP-STATUS
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   MOVE "MISSING" TO CVP-STATUS
                   ADD 1 TO WS-MISSING-COUNT
           END-EVALUATE.
           MOVE WS-PCT-WORK TO CVP-PCT.
           MOVE CV-PRECINCT-LINE TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           IF PRT-STATUS (WS-PR-SUB) = "C"
               PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                       UNTIL WS-AV-SUB > WS-AV-COUNT
                   IF AVT-PR-SUB (WS-AV-SUB) = WS-PR-SUB
                       MOVE AVT-POSITION (WS-AV-SUB) TO CVV-POSITION
                       MOVE AVT-CANDIDATE (WS-AV-SUB)
                           TO CVV-CANDIDATE
                       MOVE AVT-VOTES (WS-AV-SUB) TO CVV-VOTES
                       MOVE SPACES TO CVV-PCT-AREA
                       MOVE CV-VOTE-LINE TO WS-CV-BUILD
                       PERFORM WRITE-CANVASS-LINE
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-POSITION-TOTALS.
      *> Candidates order by position, then by votes high to
      *> low, so each position reads from its leader down.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB >= WS-CD-COUNT
               PERFORM VARYING WS-CD-NEXT FROM WS-CD-SUB BY 1
                       UNTIL WS-CD-NEXT > WS-CD-COUNT
                   IF CDT-POSITION (WS-CD-NEXT)
                           < CDT-POSITION (WS-CD-SUB)
                       OR (CDT-POSITION (WS-CD-NEXT)
                           = CDT-POSITION (WS-CD-SUB)
                       AND CDT-TOTAL (WS-CD-NEXT)
                           > CDT-TOTAL (WS-CD-SUB))
                       MOVE CANDIDATE-ENTRY (WS-CD-SUB) TO WS-CD-SWAP
                       MOVE CANDIDATE-ENTRY (WS-CD-NEXT)
                           TO CANDIDATE-ENTRY (WS-CD-SUB)
                       MOVE WS-CD-SWAP
                           TO CANDIDATE-ENTRY (WS-CD-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 99 TO WS-CV-LINE-COUNT.
           MOVE "TOTALS BY POSITION - COUNTED PRECINCTS"
               TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           MOVE SPACES TO WS-PREV-POSITION.
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               IF WS-CD-SUB = 1
                       OR CDT-POSITION (WS-CD-SUB)
                           NOT = WS-PREV-POSITION
                   PERFORM SUM-ONE-POSITION
               END-IF
               MOVE SPACES TO CVV-POSITION
               MOVE CDT-CANDIDATE (WS-CD-SUB) TO CVV-CANDIDATE
               MOVE CDT-TOTAL (WS-CD-SUB) TO CVV-VOTES
               MOVE 0 TO WS-PCT-WORK
               IF WS-POSITION-TOTAL > 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       CDT-TOTAL (WS-CD-SUB) * 100 / WS-POSITION-TOTAL
               END-IF
               MOVE WS-PCT-WORK TO CVV-PCT
               MOVE "%" TO CVV-PCT-SIGN
               MOVE CV-VOTE-LINE TO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
           END-PERFORM.

       SUM-ONE-POSITION.
           MOVE CDT-POSITION (WS-CD-SUB) TO WS-PREV-POSITION.
           MOVE 0 TO WS-POSITION-TOTAL.
           PERFORM VARYING WS-CD-NEXT FROM WS-CD-SUB BY 1
                   UNTIL WS-CD-NEXT > WS-CD-COUNT
               IF CDT-POSITION (WS-CD-NEXT) = WS-PREV-POSITION
                   ADD CDT-TOTAL (WS-CD-NEXT) TO WS-POSITION-TOTAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           STRING WS-PREV-POSITION "  VOTES CAST FOR POSITION: "
               WS-POSITION-TOTAL
               DELIMITED BY SIZE INTO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.

       PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           MOVE "MISSING AND REJECTED RETURNS" TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-COUNT
               IF PRT-STATUS (WS-PR-SUB) NOT = "C"
                   MOVE PRT-PRECINCT-ID (WS-PR-SUB) TO CVR-PRECINCT-ID
                   MOVE "NO RETURN COUNTED FOR THIS PRECINCT"
                       TO CVR-REASON
                   MOVE CV-REJECT-LINE TO WS-CV-BUILD
                   PERFORM WRITE-CANVASS-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RJ-SUB FROM 1 BY 1
                   UNTIL WS-RJ-SUB > WS-RJ-COUNT
               MOVE RJT-PRECINCT-ID (WS-RJ-SUB) TO CVR-PRECINCT-ID
               MOVE SPACES TO CVR-REASON
               STRING "REJECTED - " RJT-REASON (WS-RJ-SUB)
                   DELIMITED BY SIZE INTO CVR-REASON
               MOVE CV-REJECT-LINE TO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CV-BUILD.
           STRING "PRECINCTS NOT ACCOUNTED FOR: " WS-MISSING-COUNT
               "  RETURNS REJECTED: " WS-RJ-COUNT
               DELIMITED BY SIZE INTO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.

       PRINT-CERTIFICATION.
      *> The board's certification block stays on one page.
           IF WS-CV-LINE-COUNT > 47
               PERFORM START-CANVASS-PAGE
           END-IF.
           MOVE SPACES TO WS-CV-BUILD.
           PERFORM WRITE-CANVASS-LINE.
           IF WS-MISSING-COUNT = 0
               STRING "CERTIFIED CANVASS - ALL " WS-PR-COUNT
                   " PRECINCTS ACCOUNTED FOR AS OF " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
               MOVE SPACES TO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
               MOVE "______________________________" TO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
               MOVE "CHAIRMAN, BOARD OF CANVASSERS" TO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
           ELSE
               STRING "CANVASS NOT CERTIFIED - " WS-MISSING-COUNT
                   " OF " WS-PR-COUNT
                   " PRECINCTS NOT ACCOUNTED FOR"
                   DELIMITED BY SIZE INTO WS-CV-BUILD
               PERFORM WRITE-CANVASS-LINE
           END-IF.

       START-CANVASS-PAGE.
           ADD 1 TO WS-CV-PAGE-NO.
           MOVE "MUNICIPAL CANVASS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CV-PAGE-NO TO RPT-H-PAGE.
           WRITE CV-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-CV-LINE-COUNT.

       WRITE-CANVASS-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-CV-LINE-COUNT >= 55
               PERFORM START-CANVASS-PAGE
           END-IF.
           WRITE CV-PRINT-LINE FROM WS-CV-BUILD.
           ADD 1 TO WS-CV-LINE-COUNT.
