       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTREACT.
      *> Voter reactivation. A voter deactivated for missed
      *> elections who reapplies is keyed to REACTXN.DAT with the
      *> date of the new application; this run sets each such voter
      *> back to active on VOTERSFL.DAT with the application date
      *> as the status date, so the next eligibility run certifies
      *> them and the deactivation run counts only elections held
      *> after it. A line for a voter not on the file, a voter who
      *> is not deactivated, or with no valid application date is
      *> rejected on the report. The updated voter file is staged
      *> to VOTERSNW.DAT and copied back in a second pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REACTIVATE-TRANS ASSIGN TO "REACTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VA-FILE-STATUS.
           SELECT VOTERS-FILE ASSIGN TO "VOTERSFL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-FILE-STATUS.
           SELECT VOTERS-WORK ASSIGN TO "VOTERSNW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VW-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT REACT-REPORT ASSIGN TO "VOTREACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REACTIVATE-TRANS.
       COPY REACTXN.
       FD  VOTERS-FILE.
       COPY VOTERS.
       FD  VOTERS-WORK.
       01  VN-RAW-LINE                PIC X(43).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  REACT-REPORT.
       01  VR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-VA-FILE-STATUS          PIC XX.
       01  WS-VT-FILE-STATUS          PIC XX.
       01  WS-VW-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-TXN-OVERFLOW            PIC X VALUE "N".
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
      *> Reactivation lines. RAT-RESULT is blank until the
      *> voter is found: A applied, N not deactivated.
       01  WS-RA-COUNT                PIC 9(4) VALUE 0.
       01  WS-RA-SUB                  PIC 9(4).
       01  WS-RA-HIT                  PIC 9(4).
       01  REACT-TABLE-AREA.
           05  REACT-ENTRY OCCURS 2000 TIMES.
               10  RAT-VOTER-ID       PIC X(9).
               10  RAT-APPLIED-DATE   PIC 9(8).
               10  RAT-NAME           PIC X(20).
               10  RAT-RESULT         PIC X.
      *> Report page handling - the shop's 55-line standard.
       01  WS-VR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-VR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-VR-BUILD                PIC X(132).
       01  VR-DETAIL-LINE.
           05  VRD-VOTER-ID           PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-NAME               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-APPLIED-DATE       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VRD-RESULT             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-REACTIVATIONS.
           IF WS-TXN-OVERFLOW = "Y"
               DISPLAY "REACTXN.DAT EXCEEDS 2000 LINES - NO VOTER"
                   " REACTIVATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RA-COUNT = 0
               DISPLAY "REACTXN.DAT EMPTY OR MISSING - NOTHING TO"
                   " APPLY"
               STOP RUN
           END-IF.
           OPEN INPUT VOTERS-FILE.
           IF WS-VT-FILE-STATUS NOT = "00"
               DISPLAY "VOTERSFL.DAT NOT AVAILABLE - STATUS "
                   WS-VT-FILE-STATUS " - NO VOTER REACTIVATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VOTERS-WORK.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ VOTERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-TO-ONE-VOTER
               END-READ
           END-PERFORM.
           CLOSE VOTERS-FILE.
           CLOSE VOTERS-WORK.
           IF WS-APPLIED-COUNT > 0
               PERFORM COPY-WORK-BACK
           END-IF.
           PERFORM PRINT-REACT-REPORT.
           IF WS-REJECT-COUNT > 0
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

       LOAD-REACTIVATIONS.
           MOVE 0 TO WS-RA-COUNT.
           OPEN INPUT REACTIVATE-TRANS.
           IF WS-VA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ REACTIVATE-TRANS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RA-COUNT < 2000
                               ADD 1 TO WS-RA-COUNT
                               MOVE VA-VOTER-ID
                                   TO RAT-VOTER-ID (WS-RA-COUNT)
                               MOVE VA-APPLIED-DATE
                                   TO RAT-APPLIED-DATE (WS-RA-COUNT)
                               MOVE SPACES TO RAT-NAME (WS-RA-COUNT)
                               MOVE SPACES
                                   TO RAT-RESULT (WS-RA-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TXN-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REACTIVATE-TRANS
           END-IF.

       APPLY-TO-ONE-VOTER.
      *> The first valid reactivation for a voter applies; any
      *> further line for the same voter then finds them active.
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
                   UNTIL WS-RA-SUB > WS-RA-COUNT
               IF RAT-VOTER-ID (WS-RA-SUB) = VT-ID
                   MOVE VT-NAME TO RAT-NAME (WS-RA-SUB)
                   IF RAT-APPLIED-DATE (WS-RA-SUB) IS NUMERIC
                           AND RAT-APPLIED-DATE (WS-RA-SUB) > 0
                       IF VT-DEACTIVATED
                           MOVE "A" TO VT-STATUS
                           MOVE RAT-APPLIED-DATE (WS-RA-SUB)
                               TO VT-STATUS-DATE
                           MOVE "A" TO RAT-RESULT (WS-RA-SUB)
                           ADD 1 TO WS-APPLIED-COUNT
                       ELSE
                           MOVE "N" TO RAT-RESULT (WS-RA-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VOTER-REC TO VN-RAW-LINE.
           WRITE VN-RAW-LINE.

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

       PRINT-REACT-REPORT.
           OPEN OUTPUT REACT-REPORT.
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
                   UNTIL WS-RA-SUB > WS-RA-COUNT
               PERFORM PRINT-ONE-REACTIVATION
           END-PERFORM.
           MOVE SPACES TO WS-VR-BUILD.
           PERFORM WRITE-REACT-LINE.
           STRING "REACTIVATED: " WS-APPLIED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-VR-BUILD.
           PERFORM WRITE-REACT-LINE.
           DISPLAY WS-VR-BUILD (1:40).
           MOVE WS-RA-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-VR-BUILD.
           PERFORM WRITE-REACT-LINE.
           CLOSE REACT-REPORT.

       PRINT-ONE-REACTIVATION.
           MOVE RAT-VOTER-ID (WS-RA-SUB) TO VRD-VOTER-ID.
           MOVE RAT-NAME (WS-RA-SUB) TO VRD-NAME.
           MOVE RAT-APPLIED-DATE (WS-RA-SUB) TO VRD-APPLIED-DATE.
           EVALUATE TRUE
               WHEN RAT-RESULT (WS-RA-SUB) = "A"
                   MOVE "REACTIVATED" TO VRD-RESULT
               WHEN RAT-RESULT (WS-RA-SUB) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - VOTER IS NOT DEACTIVATED"
                       TO VRD-RESULT
               WHEN RAT-NAME (WS-RA-SUB) = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - VOTER NOT ON VOTERSFL.DAT"
                       TO VRD-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO VALID APPLICATION DATE"
                       TO VRD-RESULT
           END-EVALUATE.
           MOVE VR-DETAIL-LINE TO WS-VR-BUILD.
           PERFORM WRITE-REACT-LINE.

       START-REACT-PAGE.
           ADD 1 TO WS-VR-PAGE-NO.
           MOVE "VOTER REACTIVATIONS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-VR-PAGE-NO TO RPT-H-PAGE.
           WRITE VR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-VR-LINE-COUNT.

       WRITE-REACT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-VR-LINE-COUNT >= 55
               PERFORM START-REACT-PAGE
           END-IF.
           WRITE VR-PRINT-LINE FROM WS-VR-BUILD.
           ADD 1 TO WS-VR-LINE-COUNT.
