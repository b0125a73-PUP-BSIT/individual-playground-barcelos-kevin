       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVENTRY.
      *> Manual journal voucher entry - the controlled way to book
      *> accruals, reclassifications and corrections instead of
      *> editing GLJRNL.DAT. The preparer signs on under the menu's
      *> lockout rules, keys a narrative, whether the voucher
      *> reverses itself next month, and its lines; every account
      *> must be on CHART.DAT and the voucher must balance before
      *> it goes any further. A second user then approves it
      *> through the shared SUPVCONF dual-control check - never
      *> the preparer - and only then is it numbered from
      *> JVSEQ.DAT and posted: MANUALJV lines on the journal under
      *> the business date, with the voucher number leading the
      *> description, and the same lines with the preparer and
      *> approver stamped on JVHIST.DAT. Reversing vouchers are
      *> picked up by JVREVRS on the first night of the next month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-FILE-STATUS.
           SELECT JV-HISTORY ASSIGN TO "JVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JV-FILE-STATUS.
           SELECT JV-SEQ ASSIGN TO "JVSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JN-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO "USERFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UA-FILE-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL.
       COPY GLJRNL.
       FD  JV-HISTORY.
       COPY JVLINE.
       FD  JV-SEQ.
       COPY JVSEQ.
       FD  CHART-FILE.
       COPY CHART.
       FD  USER-ACCOUNTS.
       COPY USERACCT.
       FD  LOCKOUT-FILE.
       COPY LOCKOUT.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-GJ-FILE-STATUS          PIC XX.
       01  WS-JV-FILE-STATUS          PIC XX.
       01  WS-JN-FILE-STATUS          PIC XX.
       01  WS-CA-FILE-STATUS          PIC XX.
       01  WS-UA-FILE-STATUS          PIC XX.
       01  WS-LO-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "JVENTRY".
       01  WS-NO-EXCLUDE              PIC X(8) VALUE SPACES.
       01  WS-STAMP                   PIC X(21).
       01  WS-AUDIT-DETAIL            PIC X(40).
      *> Preparer sign-on - three tries, then the ID is locked
      *> out the way the menu locks it.
       01  WS-TRY-USER                PIC X(8).
       01  WS-TRY-PW                  PIC X(10).
       01  WS-SIGNON-OK               PIC X.
       01  WS-LOCKED-OUT              PIC X.
       01  WS-ATTEMPT-COUNT           PIC 9 VALUE 0.
       01  WS-PREPARER-ID             PIC X(8).
       01  WS-APPROVER-ID             PIC X(8).
       01  WS-APPROVER-OK             PIC X.
      *> Chart accounts a voucher line may name.
       01  WS-CHART-COUNT             PIC 9(3) VALUE 0.
       01  WS-CHART-SUB               PIC 9(3).
       01  WS-CHART-FOUND             PIC X.
       01  CHART-TABLE-AREA.
           05  CH-ACCT-NO OCCURS 200 TIMES PIC X(6).
      *> The voucher being keyed.
       01  WS-DONE                    PIC X VALUE "N".
       01  WS-LINES-DONE              PIC X.
       01  WS-JV-DESC                 PIC X(24).
       01  WS-JV-REVERSING            PIC X.
       01  WS-NEXT-JV                 PIC 9(6).
       01  WS-IN-ACCT                 PIC X(6).
       01  WS-IN-SIDE                 PIC X.
       01  WS-IN-AMOUNT-RAW           PIC X(15).
       01  WS-IN-AMOUNT               PIC 9(9)V99.
       01  WS-VCH-DEBITS              PIC 9(11)V99.
       01  WS-VCH-CREDITS             PIC 9(11)V99.
       01  WS-VCH-LINE-COUNT          PIC 9(3).
       01  WS-VCH-SUB                 PIC 9(3).
       01  VOUCHER-LINE-AREA.
           05  VOUCHER-LINE OCCURS 50 TIMES.
               10  VL-ACCT-NO         PIC X(6).
               10  VL-DEBIT           PIC 9(9)V99.
               10  VL-CREDIT          PIC 9(9)V99.
       01  WS-POSTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SHOW-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
      *> A CLOSING month still takes the accountant's adjusting
      *> vouchers; once it is CLOSED nothing more goes in.
           CALL "PRDCHECK" USING WS-BUSINESS-DATE WS-PERIOD-STATUS.
           IF WS-PERIOD-STATUS = "CLOSED"
               DISPLAY "ACCOUNTING PERIOD " WS-BUSINESS-DATE (1:6)
                   " IS CLOSED - NO VOUCHER CAN BE POSTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CHART-TABLE.
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART.DAT EMPTY OR MISSING - NO VOUCHER CAN"
                   " BE VALIDATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SIGNON-PREPARER.
           PERFORM READ-JV-SEQUENCE.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM ENTER-ONE-VOUCHER
           END-PERFORM.
           DISPLAY "VOUCHERS POSTED: " WS-POSTED-COUNT
               " REFUSED: " WS-REFUSED-COUNT.
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

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF WS-CA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHART-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CHART-COUNT < 200
                               ADD 1 TO WS-CHART-COUNT
                               MOVE CA-ACCT-NO
                                   TO CH-ACCT-NO (WS-CHART-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       SIGNON-PREPARER.
           MOVE "N" TO WS-SIGNON-OK.
           PERFORM UNTIL WS-SIGNON-OK = "Y"
                   OR WS-ATTEMPT-COUNT >= 3
               DISPLAY "Preparer ID: " NO ADVANCING
               ACCEPT WS-TRY-USER
               DISPLAY "Password: " NO ADVANCING
               ACCEPT WS-TRY-PW
               ADD 1 TO WS-ATTEMPT-COUNT
               PERFORM CHECK-TRY-CREDENTIALS
               IF WS-SIGNON-OK = "N"
                   DISPLAY "Sign-on failed."
               END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "N"
               IF WS-ATTEMPT-COUNT >= 3
                   PERFORM RECORD-LOCKOUT
                   DISPLAY "Account " WS-TRY-USER
                       " locked after 3 failed attempts."
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TRY-USER TO WS-PREPARER-ID.

       CHECK-TRY-CREDENTIALS.
      *> The same lockout-then-match order the menu sign-on
      *> runs.
           MOVE "N" TO WS-SIGNON-OK.
           PERFORM CHECK-LOCKOUT-LIST.
           IF WS-LOCKED-OUT = "Y"
               DISPLAY "Account " WS-TRY-USER " is locked."
           ELSE
               OPEN INPUT USER-ACCOUNTS
               IF WS-UA-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ USER-ACCOUNTS
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               IF UA-USER-ID = WS-TRY-USER
                                       AND UA-PASSWORD = WS-TRY-PW
                                       AND UA-ACTIVE
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE USER-ACCOUNTS
               END-IF
           END-IF.

       CHECK-LOCKOUT-LIST.
           MOVE "N" TO WS-LOCKED-OUT.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ LOCKOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF LO-USER-ID = WS-TRY-USER
                               MOVE "Y" TO WS-LOCKED-OUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

       RECORD-LOCKOUT.
           OPEN EXTEND LOCKOUT-FILE.
           IF WS-LO-FILE-STATUS = "35"
               OPEN OUTPUT LOCKOUT-FILE
           END-IF.
           MOVE WS-TRY-USER TO LO-USER-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE WS-STAMP TO LO-TIMESTAMP.
           WRITE LOCKOUT-REC.
           CLOSE LOCKOUT-FILE.

       READ-JV-SEQUENCE.
      *> A missing sequence control starts the numbering from
      *> 000001 - the first voucher on a new site seeds it.
           MOVE 1 TO WS-NEXT-JV.
           OPEN INPUT JV-SEQ.
           IF WS-JN-FILE-STATUS = "00"
               READ JV-SEQ
                   NOT AT END
                       MOVE JN-NEXT-NUMBER TO WS-NEXT-JV
               END-READ
               CLOSE JV-SEQ
           END-IF.

       REWRITE-JV-SEQUENCE.
           OPEN OUTPUT JV-SEQ.
           MOVE WS-NEXT-JV TO JN-NEXT-NUMBER.
           WRITE JV-SEQ-REC.
           CLOSE JV-SEQ.

       ENTER-ONE-VOUCHER.
           DISPLAY " ".
           DISPLAY "Voucher narrative (blank to finish): "
               NO ADVANCING.
           MOVE SPACES TO WS-JV-DESC.
           ACCEPT WS-JV-DESC.
           IF WS-JV-DESC = SPACES
               MOVE "Y" TO WS-DONE
           ELSE
               DISPLAY "Reverse on the first day of next month"
                   " (Y/N): " NO ADVANCING
               ACCEPT WS-JV-REVERSING
               IF WS-JV-REVERSING = "y"
                   MOVE "Y" TO WS-JV-REVERSING
               END-IF
               IF WS-JV-REVERSING NOT = "Y"
                   MOVE "N" TO WS-JV-REVERSING
               END-IF
               MOVE 0 TO WS-VCH-LINE-COUNT
               MOVE 0 TO WS-VCH-DEBITS
               MOVE 0 TO WS-VCH-CREDITS
               MOVE "N" TO WS-LINES-DONE
               PERFORM UNTIL WS-LINES-DONE = "Y"
                   PERFORM ENTER-ONE-LINE
               END-PERFORM
               PERFORM DECIDE-ONE-VOUCHER
           END-IF.

       ENTER-ONE-LINE.
      *> A bad line is refused on the spot and re-keyed; nothing
      *> unvalidated reaches the voucher.
           IF WS-VCH-LINE-COUNT >= 50
               DISPLAY "50 LINES - VOUCHER FULL"
               MOVE "Y" TO WS-LINES-DONE
           ELSE
               DISPLAY "Account (blank to end voucher): "
                   NO ADVANCING
               MOVE SPACES TO WS-IN-ACCT
               ACCEPT WS-IN-ACCT
               IF WS-IN-ACCT = SPACES
                   MOVE "Y" TO WS-LINES-DONE
               ELSE
                   PERFORM FIND-CHART-ACCOUNT
                   IF WS-CHART-FOUND = "N"
                       DISPLAY "Account " WS-IN-ACCT
                           " not on CHART.DAT - line refused."
                   ELSE
                       PERFORM ENTER-LINE-AMOUNT
                   END-IF
               END-IF
           END-IF.

       ENTER-LINE-AMOUNT.
           DISPLAY "D=debit C=credit: " NO ADVANCING.
           ACCEPT WS-IN-SIDE.
           DISPLAY "Amount: " NO ADVANCING.
           MOVE SPACES TO WS-IN-AMOUNT-RAW.
           ACCEPT WS-IN-AMOUNT-RAW.
           MOVE 0 TO WS-IN-AMOUNT.
           IF WS-IN-AMOUNT-RAW NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-IN-AMOUNT-RAW) = 0
               COMPUTE WS-IN-AMOUNT =
                   FUNCTION NUMVAL (WS-IN-AMOUNT-RAW)
           END-IF.
           IF WS-IN-SIDE = "d"
               MOVE "D" TO WS-IN-SIDE
           END-IF.
           IF WS-IN-SIDE = "c"
               MOVE "C" TO WS-IN-SIDE
           END-IF.
           IF (WS-IN-SIDE NOT = "D" AND WS-IN-SIDE NOT = "C")
                   OR WS-IN-AMOUNT = 0
               DISPLAY "Side must be D or C and the amount above"
                   " zero - line refused."
           ELSE
               ADD 1 TO WS-VCH-LINE-COUNT
               MOVE WS-IN-ACCT TO VL-ACCT-NO (WS-VCH-LINE-COUNT)
               IF WS-IN-SIDE = "D"
                   MOVE WS-IN-AMOUNT TO VL-DEBIT (WS-VCH-LINE-COUNT)
                   MOVE 0 TO VL-CREDIT (WS-VCH-LINE-COUNT)
                   ADD WS-IN-AMOUNT TO WS-VCH-DEBITS
               ELSE
                   MOVE 0 TO VL-DEBIT (WS-VCH-LINE-COUNT)
                   MOVE WS-IN-AMOUNT TO VL-CREDIT (WS-VCH-LINE-COUNT)
                   ADD WS-IN-AMOUNT TO WS-VCH-CREDITS
               END-IF
           END-IF.

       FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND.
           PERFORM VARYING WS-CHART-SUB FROM 1 BY 1
                   UNTIL WS-CHART-SUB > WS-CHART-COUNT
               IF CH-ACCT-NO (WS-CHART-SUB) = WS-IN-ACCT
                   MOVE "Y" TO WS-CHART-FOUND
               END-IF
           END-PERFORM.

       DECIDE-ONE-VOUCHER.
      *> Balanced first, approved second - an approver is never
      *> asked to sign a voucher that cannot post.
           MOVE WS-VCH-DEBITS TO WS-SHOW-AMOUNT.
           DISPLAY "VOUCHER DEBITS:  " WS-SHOW-AMOUNT.
           MOVE WS-VCH-CREDITS TO WS-SHOW-AMOUNT.
           DISPLAY "VOUCHER CREDITS: " WS-SHOW-AMOUNT.
           IF WS-VCH-LINE-COUNT < 2
                   OR WS-VCH-DEBITS NOT = WS-VCH-CREDITS
               DISPLAY "VOUCHER DOES NOT BALANCE - NOT POSTED"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "JVENTRY REFUSED - OUT OF BALANCE"
                   TO WS-AUDIT-DETAIL
               CALL "AUDSTAMP" USING WS-PREPARER-ID WS-AUDIT-DETAIL
           ELSE
               CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-PREPARER-ID
                   WS-NO-EXCLUDE WS-APPROVER-ID WS-APPROVER-OK
               IF WS-APPROVER-OK NOT = "Y"
                   DISPLAY "VOUCHER NOT APPROVED - NOT POSTED"
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM POST-ONE-VOUCHER
               END-IF
           END-IF.

       POST-ONE-VOUCHER.
           OPEN EXTEND GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           OPEN EXTEND JV-HISTORY.
           IF WS-JV-FILE-STATUS = "35"
               OPEN OUTPUT JV-HISTORY
           END-IF.
           PERFORM VARYING WS-VCH-SUB FROM 1 BY 1
                   UNTIL WS-VCH-SUB > WS-VCH-LINE-COUNT
               MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
               MOVE "MANUALJV" TO GJ-SOURCE
               MOVE VL-ACCT-NO (WS-VCH-SUB) TO GJ-ACCT-NO
               MOVE VL-DEBIT (WS-VCH-SUB) TO GJ-DEBIT
               MOVE VL-CREDIT (WS-VCH-SUB) TO GJ-CREDIT
               MOVE SPACES TO GJ-DESCRIPTION
               STRING "JV" WS-NEXT-JV " " WS-JV-DESC
                   DELIMITED BY SIZE INTO GJ-DESCRIPTION
               WRITE GL-JOURNAL-REC
               MOVE WS-NEXT-JV TO JV-NUMBER
               MOVE WS-VCH-SUB TO JV-LINE-NO
               MOVE WS-BUSINESS-DATE TO JV-POST-DATE
               MOVE WS-PREPARER-ID TO JV-PREPARER
               MOVE WS-APPROVER-ID TO JV-APPROVER
               MOVE WS-JV-REVERSING TO JV-REVERSING
               MOVE 0 TO JV-REVERSED-DATE
               MOVE VL-ACCT-NO (WS-VCH-SUB) TO JV-ACCT-NO
               MOVE VL-DEBIT (WS-VCH-SUB) TO JV-DEBIT
               MOVE VL-CREDIT (WS-VCH-SUB) TO JV-CREDIT
               MOVE WS-JV-DESC TO JV-DESCRIPTION
               WRITE JV-LINE-REC
           END-PERFORM.
           CLOSE JV-HISTORY.
           CLOSE GL-JOURNAL.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "JVENTRY POSTED JV" WS-NEXT-JV
               " PREP " WS-PREPARER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           CALL "AUDSTAMP" USING WS-APPROVER-ID WS-AUDIT-DETAIL.
           DISPLAY "POSTED AS JV" WS-NEXT-JV
               " - APPROVED BY " WS-APPROVER-ID.
           ADD 1 TO WS-POSTED-COUNT.
      *> The number is spent the moment the voucher posts - a run
      *> that dies later must not hand it out again.
           ADD 1 TO WS-NEXT-JV.
           PERFORM REWRITE-JV-SEQUENCE.
