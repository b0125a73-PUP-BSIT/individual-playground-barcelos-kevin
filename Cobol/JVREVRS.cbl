       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVREVRS.
      *> Auto-reversal of manual journal vouchers, run by the
      *> night controller ahead of GLPOST. Every JVHIST line of a
      *> voucher marked reversing, posted in an earlier month and
      *> not yet reversed, gets its mirror - debit and credit
      *> swapped - written to the journal as a JVREVRS line under
      *> the business date, so the reversal lands on the first
      *> business day of the following month. The line is stamped
      *> with the date its reversal posted, which is what keeps a
      *> rerun from reversing it twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT JV-HISTORY ASSIGN TO "JVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JV-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  JV-HISTORY.
       COPY JVLINE.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-JV-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-BUSINESS-PERIOD         PIC 9(6).
       01  WS-LINE-PERIOD             PIC 9(6).
       01  WS-REVERSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REVERSED-TOTAL          PIC 9(11)V99 VALUE 0.
      *> The whole history is held so it can be rewritten with the
      *> reversal stamps; past capacity nothing is reversed.
       01  WS-JV-COUNT                PIC 9(5) VALUE 0.
       01  WS-JV-SUB                  PIC 9(5).
       01  WS-JV-OVERFLOW             PIC X VALUE "N".
       01  JV-TABLE-AREA.
           05  JT-ENTRY OCCURS 5000 TIMES PIC X(94).
       01  JW-LINE-REC.
           05  JW-NUMBER              PIC 9(6).
           05  JW-LINE-NO             PIC 9(3).
           05  JW-POST-DATE           PIC 9(8).
           05  JW-PREPARER            PIC X(8).
           05  JW-APPROVER            PIC X(8).
           05  JW-REVERSING           PIC X.
           05  JW-REVERSED-DATE       PIC 9(8).
           05  JW-ACCT-NO             PIC X(6).
           05  JW-DEBIT               PIC 9(9)V99.
           05  JW-CREDIT              PIC 9(9)V99.
           05  JW-DESCRIPTION         PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
      *> Nothing posts into a month the accountant is closing or
      *> has closed - the period-status control decides.
           CALL "PRDCHECK" USING WS-BUSINESS-DATE WS-PERIOD-STATUS.
           IF WS-PERIOD-STATUS NOT = "OPEN"
               DISPLAY "ACCOUNTING PERIOD " WS-BUSINESS-DATE (1:6)
                   " IS " WS-PERIOD-STATUS " - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-BUSINESS-PERIOD.
           OPEN INPUT JV-HISTORY.
           IF WS-JV-FILE-STATUS NOT = "00"
               DISPLAY "NO JVHIST.DAT - NO REVERSALS DUE"
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ JV-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-JV-COUNT < 5000
                           ADD 1 TO WS-JV-COUNT
                           MOVE JV-LINE-REC TO JT-ENTRY (WS-JV-COUNT)
                       ELSE
                           MOVE "Y" TO WS-JV-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JV-HISTORY.
           IF WS-JV-OVERFLOW = "Y"
               DISPLAY "JVHIST.DAT PAST 5000 LINES - NO REVERSALS"
                   " POSTED, FILE LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-JV-SUB FROM 1 BY 1
                   UNTIL WS-JV-SUB > WS-JV-COUNT
               MOVE JT-ENTRY (WS-JV-SUB) TO JW-LINE-REC
               DIVIDE JW-POST-DATE BY 100 GIVING WS-LINE-PERIOD
               IF JW-REVERSING = "Y"
                       AND JW-REVERSED-DATE = 0
                       AND WS-LINE-PERIOD < WS-BUSINESS-PERIOD
                   PERFORM REVERSE-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-REVERSED-COUNT > 0
               CLOSE GL-JOURNAL
               OPEN OUTPUT JV-HISTORY
               PERFORM VARYING WS-JV-SUB FROM 1 BY 1
                       UNTIL WS-JV-SUB > WS-JV-COUNT
                   MOVE JT-ENTRY (WS-JV-SUB) TO JV-LINE-REC
                   WRITE JV-LINE-REC
               END-PERFORM
               CLOSE JV-HISTORY
           END-IF.
           DISPLAY "JV LINES REVERSED: " WS-REVERSED-COUNT
               " AMOUNT: " WS-REVERSED-TOTAL.
           GOBACK.

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

       REVERSE-ONE-LINE.
           IF WS-REVERSED-COUNT = 0
               OPEN EXTEND GL-JOURNAL
               IF WS-GJ-FILE-STATUS = "35"
                   OPEN OUTPUT GL-JOURNAL
               END-IF
           END-IF.
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE "JVREVRS" TO GJ-SOURCE.
           MOVE JW-ACCT-NO TO GJ-ACCT-NO.
           MOVE JW-CREDIT TO GJ-DEBIT.
           MOVE JW-DEBIT TO GJ-CREDIT.
           MOVE SPACES TO GJ-DESCRIPTION.
           STRING "REV JV" JW-NUMBER " " JW-DESCRIPTION
               DELIMITED BY SIZE INTO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-REC.
           MOVE WS-BUSINESS-DATE TO JW-REVERSED-DATE.
           MOVE JW-LINE-REC TO JT-ENTRY (WS-JV-SUB).
           ADD 1 TO WS-REVERSED-COUNT.
           ADD JW-DEBIT TO WS-REVERSED-TOTAL.
