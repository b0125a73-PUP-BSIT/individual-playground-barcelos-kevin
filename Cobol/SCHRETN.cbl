       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHRETN.
      *> Scholarship retention run, taken each term once ACADSTND
      *> has rebuilt the standing file off the term's grades. Every
      *> grant on GRANTMST for the TERMCTL school year/term is
      *> checked against its holder's standing and cumulative
      *> average, and the scholarship office gets one line per
      *> grant saying what to do with it next term: RENEW a scholar
      *> in good standing at or above the grant's minimum average;
      *> WARNING for a scholar on academic warning, or in good
      *> standing but under the minimum; REVOKE for a scholar on
      *> probation or for dismissal, or on warning and under the
      *> minimum as well; REVIEW where no standing is on file to
      *> judge by. The office keys next term's grants off this
      *> listing - nothing here changes GRANTMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRANT-MASTER ASSIGN TO "GRANTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT RETENTION-REPORT ASSIGN TO "SCHRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRANT-MASTER.
       COPY GRANTMST.
       FD  STANDING-FILE.
       COPY STANDING.
       FD  TERM-CONTROL-FILE.
       COPY TERMCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  RETENTION-REPORT.
       01  SR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-GT-FILE-STATUS          PIC XX.
       01  WS-SD-FILE-STATUS          PIC XX.
       01  WS-TM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-SCHOOL-YEAR             PIC 9(4) VALUE 0.
       01  WS-TERM                    PIC 9 VALUE 0.
       01  WS-GRANT-COUNT             PIC 9(5) VALUE 0.
       01  WS-RENEW-COUNT             PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(5) VALUE 0.
       01  WS-REVOKE-COUNT            PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-ACTION                  PIC X(7).
       01  WS-REASON                  PIC X(30).
       01  WS-MIN-AVG                 PIC 999V99.
       01  WS-UNDER-MINIMUM           PIC X.
      *> Standing per student, off ACADSTND's rebuild.
       01  WS-ST-COUNT                PIC 9(4) VALUE 0.
       01  WS-ST-SUB                  PIC 9(4).
       01  WS-ST-HIT                  PIC 9(4).
       01  WS-ST-OVERFLOW             PIC X VALUE "N".
       01  STANDING-TABLE-AREA.
           05  STANDING-ENTRY OCCURS 2000 TIMES.
               10  STT-STU-ID         PIC X(9).
               10  STT-CUM-AVG        PIC 999V99.
               10  STT-STANDING       PIC X(13).
      *> Report page handling - the shop's 55-line standard.
       01  WS-SR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-SR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-SR-BUILD                PIC X(132).
       01  SR-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(8)  VALUE "GRANT".
           05  FILLER                 PIC X(22) VALUE "SPONSOR".
           05  FILLER                 PIC X(15) VALUE "STANDING".
           05  FILLER                 PIC X(9)  VALUE "  CUM AVG".
           05  FILLER                 PIC X(9)  VALUE "  MINIMUM".
           05  FILLER                 PIC X(9)  VALUE "  ACTION".
           05  FILLER                 PIC X(6)  VALUE "REASON".
       01  SR-DETAIL-LINE.
           05  SRD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-GRANT-CODE         PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-SPONSOR            PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-STANDING           PIC X(13).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-CUM-AVG            PIC ZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-MIN-AVG            PIC ZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-ACTION             PIC X(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-REASON             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-TERM-CONTROL.
           IF WS-SCHOOL-YEAR = 0
               DISPLAY "TERMCTL.DAT MISSING - NO TERM TO REVIEW,"
                   " RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STANDINGS.
      *> A scholar past the table would be judged with no
      *> standing at all.
           IF WS-ST-OVERFLOW = "Y"
               DISPLAY "STANDING.DAT EXCEEDS 2000 STUDENTS - RUN"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRANT-MASTER.
           IF WS-GT-FILE-STATUS NOT = "00"
               DISPLAY "GRANTMST.DAT NOT AVAILABLE - STATUS "
                   WS-GT-FILE-STATUS " - NOTHING TO REVIEW"
               STOP RUN
           END-IF.
           OPEN OUTPUT RETENTION-REPORT.
           MOVE 0 TO WS-SR-PAGE-NO.
           MOVE 99 TO WS-SR-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GRANT-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF GT-SCHOOL-YEAR = WS-SCHOOL-YEAR
                               AND GT-TERM = WS-TERM
                           PERFORM REVIEW-ONE-GRANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRANT-MASTER.
           MOVE SPACES TO WS-SR-BUILD.
           STRING "GRANTS: " WS-GRANT-COUNT
               "  RENEW: " WS-RENEW-COUNT
               "  WARNING: " WS-WARNING-COUNT
               "  REVOKE: " WS-REVOKE-COUNT
               "  REVIEW: " WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO WS-SR-BUILD.
           PERFORM WRITE-RETENTION-LINE.
           DISPLAY WS-SR-BUILD (1:80).
           MOVE WS-GRANT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-SR-BUILD.
           PERFORM WRITE-RETENTION-LINE.
           CLOSE RETENTION-REPORT.
           DISPLAY "RETENTION LIST PRINTED - SEE SCHRETN.DAT".
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
                               MOVE SD-CUM-AVG
                                   TO STT-CUM-AVG (WS-ST-COUNT)
                               MOVE SD-STANDING
                                   TO STT-STANDING (WS-ST-COUNT)
                           ELSE
                               MOVE "Y" TO WS-ST-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

       REVIEW-ONE-GRANT.
           ADD 1 TO WS-GRANT-COUNT.
           MOVE 0 TO WS-MIN-AVG.
           IF GT-MIN-CUM-AVG IS NUMERIC
               MOVE GT-MIN-CUM-AVG TO WS-MIN-AVG
           END-IF.
           MOVE 0 TO WS-ST-HIT.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-ST-HIT > 0
               IF STT-STU-ID (WS-ST-SUB) = GT-STU-ID
                   MOVE WS-ST-SUB TO WS-ST-HIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO SRD-STANDING.
           MOVE 0 TO SRD-CUM-AVG.
           IF WS-ST-HIT = 0
               MOVE "REVIEW" TO WS-ACTION
               MOVE "NO STANDING ON FILE" TO WS-REASON
           ELSE
               MOVE STT-STANDING (WS-ST-HIT) TO SRD-STANDING
               MOVE STT-CUM-AVG (WS-ST-HIT) TO SRD-CUM-AVG
               PERFORM DECIDE-RETENTION
           END-IF.
           EVALUATE WS-ACTION
               WHEN "RENEW"
                   ADD 1 TO WS-RENEW-COUNT
               WHEN "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN "REVOKE"
                   ADD 1 TO WS-REVOKE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-COUNT
           END-EVALUATE.
           MOVE GT-STU-ID TO SRD-STU-ID.
           MOVE GT-GRANT-CODE TO SRD-GRANT-CODE.
           MOVE GT-SPONSOR TO SRD-SPONSOR.
           IF GT-SPONSOR = SPACES
               MOVE "SCHOOL" TO SRD-SPONSOR
           END-IF.
           MOVE WS-MIN-AVG TO SRD-MIN-AVG.
           MOVE WS-ACTION TO SRD-ACTION.
           MOVE WS-REASON TO SRD-REASON.
           MOVE SR-DETAIL-LINE TO WS-SR-BUILD.
           PERFORM WRITE-RETENTION-LINE.

       DECIDE-RETENTION.
           MOVE "N" TO WS-UNDER-MINIMUM.
           IF WS-MIN-AVG > 0
                   AND STT-CUM-AVG (WS-ST-HIT) < WS-MIN-AVG
               MOVE "Y" TO WS-UNDER-MINIMUM
           END-IF.
           EVALUATE TRUE
               WHEN STT-STANDING (WS-ST-HIT) = "FOR-DISMISSAL"
                       OR STT-STANDING (WS-ST-HIT) = "PROBATION"
                   MOVE "REVOKE" TO WS-ACTION
                   MOVE "STANDING BELOW WARNING" TO WS-REASON
               WHEN STT-STANDING (WS-ST-HIT) = "WARNING"
                       AND WS-UNDER-MINIMUM = "Y"
                   MOVE "REVOKE" TO WS-ACTION
                   MOVE "WARNING AND UNDER MINIMUM" TO WS-REASON
               WHEN STT-STANDING (WS-ST-HIT) = "WARNING"
                   MOVE "WARNING" TO WS-ACTION
                   MOVE "ACADEMIC WARNING" TO WS-REASON
               WHEN WS-UNDER-MINIMUM = "Y"
                   MOVE "WARNING" TO WS-ACTION
                   MOVE "CUM AVERAGE UNDER MINIMUM" TO WS-REASON
               WHEN OTHER
                   MOVE "RENEW" TO WS-ACTION
                   MOVE "RETENTION MET" TO WS-REASON
           END-EVALUATE.

       START-RETENTION-PAGE.
           ADD 1 TO WS-SR-PAGE-NO.
           MOVE "SCHOLARSHIP RETENTION" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-SR-PAGE-NO TO RPT-H-PAGE.
           WRITE SR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE SPACES TO SR-PRINT-LINE.
           STRING "SY " WS-SCHOOL-YEAR " TERM " WS-TERM
               DELIMITED BY SIZE INTO SR-PRINT-LINE.
           WRITE SR-PRINT-LINE.
           WRITE SR-PRINT-LINE FROM SR-COLUMN-LINE.
           MOVE 0 TO WS-SR-LINE-COUNT.

       WRITE-RETENTION-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-SR-LINE-COUNT >= 55
               PERFORM START-RETENTION-PAGE
           END-IF.
           WRITE SR-PRINT-LINE FROM WS-SR-BUILD.
           ADD 1 TO WS-SR-LINE-COUNT.
