       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMNT.
      *> Accounting-period status maintenance. Only a supervisor
      *> gets in - the SUPVCONF sign-on opens the run - and then
      *> keys a month and its new status: OPEN, CLOSING or CLOSED.
      *> Closing up is one signature; taking a CLOSED month back
      *> to OPEN or CLOSING needs a second, different supervisor,
      *> and a month the GL close has already carried into GLBAL
      *> can never be reopened here at all - its balances are
      *> history. Every change is stamped with the date and the
      *> supervisor on PRDSTAT.DAT and on the shared audit log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS ASSIGN TO "PRDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT GL-CONTROL ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-STATUS.
       COPY PRDSTAT.
       FD  GL-CONTROL.
       COPY GLCTL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-PS-FILE-STATUS          PIC XX.
       01  WS-GC-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-LAST-CLOSED             PIC 9(6) VALUE 0.
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "PRDMNT".
       01  WS-NO-EXCLUDE-1            PIC X(8) VALUE SPACES.
       01  WS-NO-EXCLUDE-2            PIC X(8) VALUE SPACES.
       01  WS-SUPER-ID                PIC X(8).
       01  WS-SUPER-OK                PIC X.
       01  WS-SECOND-ID               PIC X(8).
       01  WS-SECOND-OK               PIC X.
       01  WS-AUDIT-DETAIL            PIC X(40).
       01  WS-DONE                    PIC X VALUE "N".
       01  WS-RESULT                  PIC X(30).
       01  WS-IN-PERIOD-RAW           PIC X(6).
       01  WS-IN-PERIOD               PIC 9(6).
       01  WS-IN-MONTH                PIC 99.
       01  WS-IN-STATUS               PIC X(7).
       01  WS-OLD-STATUS              PIC X(7).
       01  WS-CHANGED-COUNT           PIC 9(5) VALUE 0.
      *> The whole control file, rewritten once at the end.
       01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRD-SUB                 PIC 9(3).
       01  WS-HIT-SUB                 PIC 9(3).
       01  WS-PRD-OVERFLOW            PIC X VALUE "N".
       01  PERIOD-TABLE-AREA.
           05  PT-ENTRY OCCURS 600 TIMES.
               10  PT-PERIOD          PIC 9(6).
               10  PT-STATUS          PIC X(7).
               10  PT-CHANGED-DATE    PIC 9(8).
               10  PT-CHANGED-BY      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PERIOD-TABLE.
           IF WS-PRD-OVERFLOW = "Y"
               DISPLAY "PRDSTAT.DAT PAST 600 MONTHS - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-CONTROL.
           IF WS-GC-FILE-STATUS = "00"
               READ GL-CONTROL
                   NOT AT END
                       MOVE GC-LAST-CLOSED TO WS-LAST-CLOSED
               END-READ
               CLOSE GL-CONTROL
           END-IF.
      *> Supervisors only - the sign-on is the second-signature
      *> check itself, with nobody excluded.
           CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-NO-EXCLUDE-1
               WS-NO-EXCLUDE-2 WS-SUPER-ID WS-SUPER-OK.
           IF WS-SUPER-OK NOT = "Y"
               DISPLAY "SUPERVISOR NOT CONFIRMED - NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM CHANGE-ONE-PERIOD
           END-PERFORM.
           IF WS-CHANGED-COUNT > 0
               OPEN OUTPUT PERIOD-STATUS
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                       UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   MOVE PT-PERIOD (WS-PRD-SUB) TO PS-PERIOD
                   MOVE PT-STATUS (WS-PRD-SUB) TO PS-STATUS
                   MOVE PT-CHANGED-DATE (WS-PRD-SUB)
                       TO PS-CHANGED-DATE
                   MOVE PT-CHANGED-BY (WS-PRD-SUB) TO PS-CHANGED-BY
                   WRITE PERIOD-STATUS-REC
               END-PERFORM
               CLOSE PERIOD-STATUS
           END-IF.
           DISPLAY "PERIOD STATUS CHANGES: " WS-CHANGED-COUNT.
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

       LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-STATUS.
           IF WS-PS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PERIOD-STATUS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PRD-COUNT < 600
                               ADD 1 TO WS-PRD-COUNT
                               MOVE PS-PERIOD
                                   TO PT-PERIOD (WS-PRD-COUNT)
                               MOVE PS-STATUS
                                   TO PT-STATUS (WS-PRD-COUNT)
                               MOVE PS-CHANGED-DATE
                                   TO PT-CHANGED-DATE (WS-PRD-COUNT)
                               MOVE PS-CHANGED-BY
                                   TO PT-CHANGED-BY (WS-PRD-COUNT)
                           ELSE
                               MOVE "Y" TO WS-PRD-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS
           END-IF.

       CHANGE-ONE-PERIOD.
           DISPLAY " ".
           DISPLAY "Month YYYYMM (blank to finish): " NO ADVANCING.
           MOVE SPACES TO WS-IN-PERIOD-RAW.
           ACCEPT WS-IN-PERIOD-RAW.
           IF WS-IN-PERIOD-RAW = SPACES
               MOVE "Y" TO WS-DONE
           ELSE
               DISPLAY "New status (OPEN/CLOSING/CLOSED): "
                   NO ADVANCING
               MOVE SPACES TO WS-IN-STATUS
               ACCEPT WS-IN-STATUS
               MOVE FUNCTION UPPER-CASE (WS-IN-STATUS)
                   TO WS-IN-STATUS
               MOVE SPACES TO WS-RESULT
               PERFORM EDIT-PERIOD-CHANGE
               IF WS-RESULT = SPACES
                   PERFORM APPLY-PERIOD-CHANGE
               END-IF
               DISPLAY WS-IN-PERIOD-RAW " " WS-RESULT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "PRDMNT " WS-IN-PERIOD-RAW " " WS-IN-STATUS
                   " " WS-RESULT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL "AUDSTAMP" USING WS-SUPER-ID WS-AUDIT-DETAIL
           END-IF.

       EDIT-PERIOD-CHANGE.
      *> Each check runs only while the change is still clean -
      *> the first refusal stands.
           MOVE 0 TO WS-IN-MONTH.
           IF WS-IN-PERIOD-RAW IS NUMERIC
               MOVE WS-IN-PERIOD-RAW TO WS-IN-PERIOD
               MOVE WS-IN-PERIOD-RAW (5:2) TO WS-IN-MONTH
           END-IF.
           IF WS-IN-MONTH < 1 OR WS-IN-MONTH > 12
               MOVE "REFUSED - BAD MONTH" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
                   AND WS-IN-STATUS NOT = "OPEN"
                   AND WS-IN-STATUS NOT = "CLOSING"
                   AND WS-IN-STATUS NOT = "CLOSED"
               MOVE "REFUSED - UNKNOWN STATUS" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
                   AND WS-IN-PERIOD NOT > WS-LAST-CLOSED
                   AND WS-IN-STATUS NOT = "CLOSED"
               MOVE "REFUSED - GL ALREADY CLOSED" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               MOVE 0 TO WS-HIT-SUB
               MOVE "OPEN" TO WS-OLD-STATUS
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                       UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   IF PT-PERIOD (WS-PRD-SUB) = WS-IN-PERIOD
                       MOVE WS-PRD-SUB TO WS-HIT-SUB
                       MOVE PT-STATUS (WS-PRD-SUB) TO WS-OLD-STATUS
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB = 0 AND WS-PRD-COUNT >= 600
                   MOVE "REFUSED - CONTROL FILE FULL" TO WS-RESULT
               END-IF
           END-IF.
      *> Reopening a closed month is the one change that could
      *> let money back into reported figures - a second
      *> supervisor must agree.
           IF WS-RESULT = SPACES
                   AND WS-OLD-STATUS = "CLOSED"
                   AND WS-IN-STATUS NOT = "CLOSED"
               CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-SUPER-ID
                   WS-NO-EXCLUDE-2 WS-SECOND-ID WS-SECOND-OK
               IF WS-SECOND-OK NOT = "Y"
                   MOVE "REFUSED - REOPEN NOT CONFIRMED" TO WS-RESULT
               END-IF
           END-IF.

       APPLY-PERIOD-CHANGE.
           IF WS-HIT-SUB = 0
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-HIT-SUB
               MOVE WS-IN-PERIOD TO PT-PERIOD (WS-HIT-SUB)
           END-IF.
           MOVE WS-IN-STATUS TO PT-STATUS (WS-HIT-SUB).
           MOVE WS-BUSINESS-DATE TO PT-CHANGED-DATE (WS-HIT-SUB).
           MOVE WS-SUPER-ID TO PT-CHANGED-BY (WS-HIT-SUB).
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE SPACES TO WS-RESULT.
           STRING "SET " WS-IN-STATUS " WAS " WS-OLD-STATUS
               DELIMITED BY SIZE INTO WS-RESULT.
