       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMPAY.
      *> Shared premium-pay computation for hourly staff, called
      *> by the payroll run in MENU_PROGRAM, by FINALPAY for the
      *> unpaid days of a leaver and by RETROPAY when it recomputes
      *> a past period - so all three pay the same day the same
      *> way. Every TIMESHT day of the employee inside the window
      *> is classed against the HOLIDAYS.DAT calendar BILLCYCLE
      *> already keeps and the employee's weekly rest day: regular
      *> day, rest day, special non-working day, regular holiday,
      *> or either holiday falling on the rest day. Its regular
      *> hours, overtime hours and night hours are paid at that day
      *> type's multiples off PREMRULE.DAT, and the breakdown comes
      *> back as one earnings line per day type and hour type, with
      *> the caller's approved leave hours as a paid-leave line at
      *> the plain rate. The rule file and calendar are loaded on
      *> the first CALL only, the STATDED way; a missing rule file
      *> or day type pays the Labor Code rates carried below.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-RULES ASSIGN TO "PREMRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-FILE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-RULES.
       COPY PREMRULE.
       FD  HOLIDAY-CALENDAR.
       COPY HOLIDAY.
       FD  TIMESHEET-FILE.
       COPY TIMESHT.
       WORKING-STORAGE SECTION.
       01  WS-PM-FILE-STATUS      PIC XX.
       01  WS-HO-FILE-STATUS      PIC XX.
       01  WS-TSH-FILE-STATUS     PIC XX.
       01  WS-FIRST-CALL          PIC X VALUE "Y".
       01  WS-EOF-SWITCH          PIC X VALUE "N".
       01  WS-DAY-SUB             PIC 9.
       01  WS-DAY-OF-WEEK         PIC 9.
       01  WS-REST-DAY            PIC 9.
       01  WS-HOLIDAY-TYPE        PIC X.
       01  WS-NIGHT-HOURS         PIC 99V9.
       01  WS-LINE-HOURS          PIC 9(4)V9.
       01  WS-LINE-MULT           PIC 9V999.
       01  WS-LINE-TEXT           PIC X(20).
      *> The holiday calendar - a year or two of dates is ample.
       01  WS-HOL-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOL-SUB             PIC 9(3).
       01  HOLIDAY-TABLE-AREA.
           05  HOLIDAY-ENTRY OCCURS 200 TIMES.
               10  HT-DATE        PIC 9(8).
               10  HT-TYPE        PIC X.
      *> One row per day type, in the order the day is classed:
      *> 1 RD, 2 RS, 3 SH, 4 SR, 5 LH, 6 LR. The hours columns are
      *> cleared on every CALL.
       01  PREMIUM-TABLE-AREA.
           05  PREMIUM-ENTRY OCCURS 6 TIMES.
               10  PT-DAY-TYPE    PIC XX.
               10  PT-REG-MULT    PIC 9V99.
               10  PT-OT-MULT     PIC 9V99.
               10  PT-ND-RATE     PIC V99.
               10  PT-DESC        PIC X(10).
               10  PT-REG-HOURS   PIC 9(4)V9.
               10  PT-OT-HOURS    PIC 9(4)V9.
               10  PT-ND-HOURS    PIC 9(4)V9.
       LINKAGE SECTION.
       01  LK-EMP-ID              PIC X(5).
       01  LK-REST-DAY            PIC X.
       01  LK-HOURLY-RATE         PIC 9(4)V99.
       01  LK-FROM-DATE           PIC 9(8).
       01  LK-TO-DATE             PIC 9(8).
       01  LK-LEAVE-HOURS         PIC 9(4)V9.
       COPY PREMBRK.

       PROCEDURE DIVISION USING LK-EMP-ID LK-REST-DAY
               LK-HOURLY-RATE LK-FROM-DATE LK-TO-DATE
               LK-LEAVE-HOURS PREMIUM-BREAKDOWN.
       MAIN-PARA.
           IF WS-FIRST-CALL = "Y"
               PERFORM LOAD-DEFAULT-RULES
               PERFORM LOAD-PREMIUM-RULES
               PERFORM LOAD-HOLIDAY-CALENDAR
               MOVE "N" TO WS-FIRST-CALL
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 6
               MOVE 0 TO PT-REG-HOURS (WS-DAY-SUB)
               MOVE 0 TO PT-OT-HOURS (WS-DAY-SUB)
               MOVE 0 TO PT-ND-HOURS (WS-DAY-SUB)
           END-PERFORM.
      *> A rest day not on file is Sunday.
           IF LK-REST-DAY IS NUMERIC
                   AND LK-REST-DAY >= "1" AND LK-REST-DAY <= "7"
               MOVE LK-REST-DAY TO WS-REST-DAY
           ELSE
               MOVE 7 TO WS-REST-DAY
           END-IF.
           PERFORM ACCUMULATE-WINDOW-HOURS.
           PERFORM BUILD-EARNINGS-LINES.
           GOBACK.

       LOAD-DEFAULT-RULES.
      *> The Labor Code multiples - rest day and special day 130
      *> percent, both together 150, regular holiday 200, on the
      *> rest day 260; overtime another 30 percent of the day's
      *> rate (a plain day's 125); night hours 10 percent more.
           MOVE "RD" TO PT-DAY-TYPE (1).
           MOVE 1.00 TO PT-REG-MULT (1).
           MOVE 1.25 TO PT-OT-MULT (1).
           MOVE "REGULAR DAY" TO PT-DESC (1).
           MOVE "RS" TO PT-DAY-TYPE (2).
           MOVE 1.30 TO PT-REG-MULT (2).
           MOVE 1.69 TO PT-OT-MULT (2).
           MOVE "REST DAY" TO PT-DESC (2).
           MOVE "SH" TO PT-DAY-TYPE (3).
           MOVE 1.30 TO PT-REG-MULT (3).
           MOVE 1.69 TO PT-OT-MULT (3).
           MOVE "SPECIAL" TO PT-DESC (3).
           MOVE "SR" TO PT-DAY-TYPE (4).
           MOVE 1.50 TO PT-REG-MULT (4).
           MOVE 1.95 TO PT-OT-MULT (4).
           MOVE "SPECIAL RD" TO PT-DESC (4).
           MOVE "LH" TO PT-DAY-TYPE (5).
           MOVE 2.00 TO PT-REG-MULT (5).
           MOVE 2.60 TO PT-OT-MULT (5).
           MOVE "REG HOL" TO PT-DESC (5).
           MOVE "LR" TO PT-DAY-TYPE (6).
           MOVE 2.60 TO PT-REG-MULT (6).
           MOVE 3.38 TO PT-OT-MULT (6).
           MOVE "REG HOL RD" TO PT-DESC (6).
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 6
               MOVE .10 TO PT-ND-RATE (WS-DAY-SUB)
           END-PERFORM.

       LOAD-PREMIUM-RULES.
      *> A rule line replaces its day type's row; a line with an
      *> unknown type or a bad figure is passed over.
           OPEN INPUT PREMIUM-RULES.
           IF WS-PM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PREMIUM-RULES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM APPLY-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE PREMIUM-RULES
           END-IF.

       APPLY-ONE-RULE.
           IF PM-REG-MULT IS NUMERIC AND PM-OT-MULT IS NUMERIC
                   AND PM-ND-RATE IS NUMERIC AND PM-REG-MULT > 0
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 6
                   IF PT-DAY-TYPE (WS-DAY-SUB) = PM-DAY-TYPE
                       MOVE PM-REG-MULT TO PT-REG-MULT (WS-DAY-SUB)
                       MOVE PM-OT-MULT TO PT-OT-MULT (WS-DAY-SUB)
                       MOVE PM-ND-RATE TO PT-ND-RATE (WS-DAY-SUB)
                       IF PM-DESC NOT = SPACES
                           MOVE PM-DESC TO PT-DESC (WS-DAY-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLIDAY-CALENDAR
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-HOL-COUNT < 200
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HO-DATE TO HT-DATE (WS-HOL-COUNT)
                               IF HO-REGULAR-HOLIDAY
                                   MOVE "R" TO HT-TYPE (WS-HOL-COUNT)
                               ELSE
                                   MOVE "S" TO HT-TYPE (WS-HOL-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "PREMPAY: HOLIDAYS.DAT EXCEEDS"
                                   " 200 DATES - " HO-DATE " IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           END-IF.

       ACCUMULATE-WINDOW-HOURS.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TSH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TIMESHEET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TS-EMP-ID = LK-EMP-ID
                                   AND TS-DATE >= LK-FROM-DATE
                                   AND TS-DATE <= LK-TO-DATE
                               PERFORM CLASS-THE-DAY
                               PERFORM ADD-DAY-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

       CLASS-THE-DAY.
      *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so
      *> MOD 7 of the integer date gives Monday 1 through Saturday
      *> 6 and Sunday 0 - the BILLCYCLE reading, Sunday made 7.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (TS-DATE) 7).
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.
           MOVE SPACE TO WS-HOLIDAY-TYPE.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
               IF HT-DATE (WS-HOL-SUB) = TS-DATE
      *> A regular holiday outranks a special day on the
      *> same date.
                   IF HT-TYPE (WS-HOL-SUB) = "R"
                           OR WS-HOLIDAY-TYPE = SPACE
                       MOVE HT-TYPE (WS-HOL-SUB) TO WS-HOLIDAY-TYPE
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HOLIDAY-TYPE = "R"
                   MOVE 5 TO WS-DAY-SUB
               WHEN WS-HOLIDAY-TYPE = "S"
                   MOVE 3 TO WS-DAY-SUB
               WHEN OTHER
                   MOVE 1 TO WS-DAY-SUB
           END-EVALUATE.
           IF WS-DAY-OF-WEEK = WS-REST-DAY
               ADD 1 TO WS-DAY-SUB
           END-IF.

       ADD-DAY-HOURS.
      *> Night hours keyed before the timesheet carried them
      *> read as spaces - no differential.
           IF TS-NIGHT-HOURS IS NUMERIC
               MOVE TS-NIGHT-HOURS TO WS-NIGHT-HOURS
           ELSE
               MOVE 0 TO WS-NIGHT-HOURS
           END-IF.
           ADD TS-HOURS TO PT-REG-HOURS (WS-DAY-SUB).
           ADD TS-OT-HOURS TO PT-OT-HOURS (WS-DAY-SUB).
           ADD WS-NIGHT-HOURS TO PT-ND-HOURS (WS-DAY-SUB).

       BUILD-EARNINGS-LINES.
      *> Each amount is figured on its own line and the basic
      *> pay is their sum, so the printed lines always foot to it.
           MOVE 0 TO PB-REG-HOURS.
           MOVE 0 TO PB-OT-HOURS.
           MOVE 0 TO PB-ND-HOURS.
           MOVE 0 TO PB-BASIC-PAY.
           MOVE 0 TO PB-LINE-COUNT.
           IF LK-LEAVE-HOURS > 0
               MOVE "PAID LEAVE" TO WS-LINE-TEXT
               MOVE LK-LEAVE-HOURS TO WS-LINE-HOURS
               MOVE 1 TO WS-LINE-MULT
               PERFORM ADD-EARNINGS-LINE
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 6
               ADD PT-REG-HOURS (WS-DAY-SUB) TO PB-REG-HOURS
               ADD PT-OT-HOURS (WS-DAY-SUB) TO PB-OT-HOURS
               ADD PT-ND-HOURS (WS-DAY-SUB) TO PB-ND-HOURS
               IF PT-REG-HOURS (WS-DAY-SUB) > 0
                   MOVE PT-DESC (WS-DAY-SUB) TO WS-LINE-TEXT
                   MOVE PT-REG-HOURS (WS-DAY-SUB) TO WS-LINE-HOURS
                   MOVE PT-REG-MULT (WS-DAY-SUB) TO WS-LINE-MULT
                   PERFORM ADD-EARNINGS-LINE
               END-IF
               IF PT-OT-HOURS (WS-DAY-SUB) > 0
                   MOVE SPACES TO WS-LINE-TEXT
                   STRING PT-DESC (WS-DAY-SUB) DELIMITED BY "  "
                       " OT" DELIMITED BY SIZE INTO WS-LINE-TEXT
                   MOVE PT-OT-HOURS (WS-DAY-SUB) TO WS-LINE-HOURS
                   MOVE PT-OT-MULT (WS-DAY-SUB) TO WS-LINE-MULT
                   PERFORM ADD-EARNINGS-LINE
               END-IF
               IF PT-ND-HOURS (WS-DAY-SUB) > 0
                   MOVE SPACES TO WS-LINE-TEXT
                   STRING PT-DESC (WS-DAY-SUB) DELIMITED BY "  "
                       " NIGHT DIFF" DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   MOVE PT-ND-HOURS (WS-DAY-SUB) TO WS-LINE-HOURS
                   COMPUTE WS-LINE-MULT = PT-REG-MULT (WS-DAY-SUB)
                       * PT-ND-RATE (WS-DAY-SUB)
                   PERFORM ADD-EARNINGS-LINE
               END-IF
           END-PERFORM.

       ADD-EARNINGS-LINE.
           IF PB-LINE-COUNT < 20
               ADD 1 TO PB-LINE-COUNT
               MOVE WS-LINE-TEXT TO PB-DESC (PB-LINE-COUNT)
               MOVE WS-LINE-HOURS TO PB-HOURS (PB-LINE-COUNT)
               MOVE WS-LINE-MULT TO PB-MULT (PB-LINE-COUNT)
               COMPUTE PB-AMOUNT (PB-LINE-COUNT) =
                   WS-LINE-HOURS * LK-HOURLY-RATE * WS-LINE-MULT
               ADD PB-AMOUNT (PB-LINE-COUNT) TO PB-BASIC-PAY
           END-IF.
