      *> journal line per transaction applied or rejected, the way
      *> MAINT-LOG covers student maintenance. Nobody hand-types
      *> lines into INVOICE.DAT again, so the nightly sweep's
      *> exceptions stop being our own typos. Three reductions
      *> ride the same sweep once a supervisor has confirmed the
      *> batch: a credit memo takes an amount off an invoice's
      *> open balance, a cancellation takes off the whole of an
      *> invoice nothing has been paid on, and a write-off clears
      *> what is left of an invoice more than 90 days past its due
      *> date - each numbered onto the CRMEMO file for GLPOST and
      *> the statement run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID
               FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT CREDIT-SEQ ASSIGN TO "CRSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-FILE-STATUS.
           SELECT DUE-DATES ASSIGN TO "DUEDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       COPY INVJRNL.
       FD  ACCOUNT-MASTER.
       COPY ACCTMAST.
       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.
       FD  CREDIT-SEQ.
       COPY CRSEQ.
       FD  DUE-DATES.
       COPY DUEDATE.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-NJ-FILE-STATUS          PIC XX.
       01  WS-AC-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-CR-FILE-STATUS          PIC XX.
       01  WS-CX-FILE-STATUS          PIC XX.
       01  WS-DD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-INV-COUNT               PIC 9(4) VALUE 0.
       01  WS-INV-SUB                 PIC 9(4).
       01  WS-HIT-SUB                 PIC 9(4).
       01  WS-INVOICE-NO              PIC 9(7).
       01  WS-TXN-AMOUNT              PIC 9(7)V99.
       01  WS-TXN-NUMBER              PIC 9(7).
      *> Reduction working fields - the supervisor is asked once,
      *> at the batch's first reduction, and the answer stands
      *> for every reduction after it.
       01  WS-PROGRAM-NAME            PIC X(8) VALUE "INVENTRY".
       01  WS-NO-EXCLUDE-1            PIC X(8) VALUE SPACES.
       01  WS-NO-EXCLUDE-2            PIC X(8) VALUE SPACES.
       01  WS-SUPER-ASKED             PIC X VALUE "N".
       01  WS-SUPER-ID                PIC X(8) VALUE SPACES.
       01  WS-SUPER-OK                PIC X VALUE "N".
       01  WS-AUDIT-DETAIL            PIC X(40).
       01  WS-NEXT-CREDIT             PIC 9(6).
       01  WS-CREDIT-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPEN-BALANCE            PIC S9(7)V99.
       01  WS-ISSUE-DATE              PIC 9(8).
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-DUE-FOUND               PIC X.
       01  WS-DAYS-OVERDUE            PIC S9(5).
       01  WS-WRITE-OFF-DAYS          PIC 9(3) VALUE 90.
      *> Every cycle of every account out of DUEDATE - a write-off
      *> ages the invoice against the first cycle on or after its
      *> issue date, the match DUNNING buckets by.
       01  WS-DUE-COUNT               PIC 9(4) VALUE 0.
       01  WS-DUE-SUB                 PIC 9(4).
       01  DUE-TABLE-AREA.
           05  DUE-ENTRY OCCURS 1200 TIMES.
               10  DU-ACCOUNT         PIC X(9).
               10  DU-DATE            PIC 9(8).
      *> NUMEDIT linkage block - the amount comes in raw and is
      *> rejected before it can corrupt a numeric field silently.
       01  WS-EDIT-PARAGRAPH          PIC X(20).
               10  IT-ISSUE-DAY      PIC 99.
               10  IT-PAID-FLAG       PIC X.
               10  IT-PAID-AMOUNT     PIC 9(7)V99.
               10  IT-CREDIT-AMOUNT   PIC 9(7)V99.
               10  IT-CLOSE-CODE      PIC X.
               10  IT-KIND            PIC X.
               10  IT-SOURCE-INVOICE  PIC X(7).

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
               STOP RUN
           END-IF.
           PERFORM LOAD-INVOICE-REGISTER.
           IF WS-INV-OVERFLOW = "Y"
               DISPLAY "INVOICE.DAT EXCEEDS 1000 LINES - RUN"
           IF WS-NJ-FILE-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL
           END-IF.
           PERFORM LOAD-DUE-DATE-TABLE.
           PERFORM READ-CREDIT-SEQUENCE.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF WS-CR-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ INV-TRANS
           CLOSE INV-TRANS.
           CLOSE INV-JOURNAL.
           CLOSE ACCOUNT-MASTER.
           CLOSE CREDIT-MEMO-FILE.
           PERFORM REWRITE-INVOICE-REGISTER.
           IF WS-CREDIT-COUNT > 0
               PERFORM REWRITE-CREDIT-SEQUENCE
           END-IF.
           DISPLAY "INVOICE TXNS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " CREDITS: " WS-CREDIT-COUNT
               " - SEE INVJRNL.DAT".
           STOP RUN.

                               MOVE 0
                                   TO IT-PAID-AMOUNT (WS-INV-COUNT)
                           END-IF
                           IF IV-CREDIT-AMOUNT IS NUMERIC
                               MOVE IV-CREDIT-AMOUNT
                                   TO IT-CREDIT-AMOUNT (WS-INV-COUNT)
                           ELSE
                               MOVE 0
                                   TO IT-CREDIT-AMOUNT (WS-INV-COUNT)
                           END-IF
                           MOVE IV-CLOSE-CODE
                               TO IT-CLOSE-CODE (WS-INV-COUNT)
                           MOVE IV-KIND TO IT-KIND (WS-INV-COUNT)
                           MOVE IV-SOURCE-INVOICE
                               TO IT-SOURCE-INVOICE (WS-INV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                   PERFORM ADD-ONE-INVOICE
               WHEN NT-CHANGE
                   PERFORM CHANGE-ONE-INVOICE
               WHEN NT-CREDIT-MEMO OR NT-CANCEL OR NT-WRITE-OFF
                   PERFORM REDUCE-ONE-INVOICE
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-RESULT
               TO IT-ISSUE-DAY (WS-INV-COUNT).
           MOVE "N" TO IT-PAID-FLAG (WS-INV-COUNT).
           MOVE 0 TO IT-PAID-AMOUNT (WS-INV-COUNT).
           MOVE 0 TO IT-CREDIT-AMOUNT (WS-INV-COUNT).
           MOVE SPACE TO IT-CLOSE-CODE (WS-INV-COUNT).
           MOVE SPACE TO IT-KIND (WS-INV-COUNT).
           MOVE ZEROS TO IT-SOURCE-INVOICE (WS-INV-COUNT).
           MOVE "ADDED" TO WS-RESULT.

       CHANGE-ONE-INVOICE.
               MOVE "REJECTED - PAYMENT ALREADY POSTED"
                   TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
                   AND IT-CREDIT-AMOUNT (WS-HIT-SUB) > 0
               MOVE "REJECTED - CREDIT ALREADY POSTED"
                   TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
                   AND NT-ACCOUNT-ID NOT = IT-ACCOUNT (WS-HIT-SUB)
               MOVE "REJECTED - WRONG ACCOUNT" TO WS-RESULT
               MOVE "CHANGED" TO WS-RESULT
           END-IF.

       REDUCE-ONE-INVOICE.
      *> A reduction only ever comes off what is still open on
      *> the invoice it names. Each edit runs only while the
      *> transaction is still clean - the first rejection stands.
           IF NT-NUMBER IS NOT NUMERIC
               MOVE "REJECTED - BAD INVOICE NUMBER" TO WS-RESULT
           ELSE
               MOVE NT-NUMBER TO WS-TXN-NUMBER
               PERFORM FIND-REGISTER-LINE
               IF WS-INV-FOUND = "N"
                   MOVE "REJECTED - INVOICE NOT ON FILE"
                       TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
                   AND NT-ACCOUNT-ID NOT = IT-ACCOUNT (WS-HIT-SUB)
               MOVE "REJECTED - WRONG ACCOUNT" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               COMPUTE WS-OPEN-BALANCE = IT-AMOUNT (WS-HIT-SUB)
                   - IT-PAID-AMOUNT (WS-HIT-SUB)
                   - IT-CREDIT-AMOUNT (WS-HIT-SUB)
               IF IT-PAID-FLAG (WS-HIT-SUB) = "Y"
                       OR WS-OPEN-BALANCE NOT > 0
                   MOVE "REJECTED - NOTHING LEFT OPEN" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = SPACES
               EVALUATE TRUE
                   WHEN NT-CREDIT-MEMO
                       PERFORM EDIT-TXN-AMOUNT
                       IF WS-EDIT-VALID NOT = "Y"
                           MOVE "REJECTED - BAD AMOUNT" TO WS-RESULT
                       ELSE
                           IF WS-TXN-AMOUNT > WS-OPEN-BALANCE
                               MOVE "REJECTED - PAST OPEN BALANCE"
                                   TO WS-RESULT
                           END-IF
                       END-IF
                   WHEN NT-CANCEL
      *> Money already taken against an invoice means it was
      *> not issued in error - that is a credit memo's job.
                       IF IT-PAID-AMOUNT (WS-HIT-SUB) > 0
                           MOVE "REJECTED - PAYMENT ALREADY POSTED"
                               TO WS-RESULT
                       ELSE
                           MOVE WS-OPEN-BALANCE TO WS-TXN-AMOUNT
                       END-IF
                   WHEN OTHER
                       PERFORM CHECK-WRITE-OFF-AGE
                       IF WS-RESULT = SPACES
                           MOVE WS-OPEN-BALANCE TO WS-TXN-AMOUNT
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM GET-CREDIT-APPROVAL
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM POST-ONE-CREDIT
           END-IF.

       CHECK-WRITE-OFF-AGE.
      *> Only a balance already in the dunning over-90 bucket is
      *> plainly uncollectible enough to write off here.
           COMPUTE WS-ISSUE-DATE =
               IT-ISSUE-YEAR (WS-HIT-SUB) * 10000
               + IT-ISSUE-MONTH (WS-HIT-SUB) * 100
               + IT-ISSUE-DAY (WS-HIT-SUB).
           MOVE "N" TO WS-DUE-FOUND.
           MOVE 99999999 TO WS-DUE-DATE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF DU-ACCOUNT (WS-DUE-SUB) = IT-ACCOUNT (WS-HIT-SUB)
                       AND DU-DATE (WS-DUE-SUB) >= WS-ISSUE-DATE
                       AND DU-DATE (WS-DUE-SUB) < WS-DUE-DATE
                   MOVE "Y" TO WS-DUE-FOUND
                   MOVE DU-DATE (WS-DUE-SUB) TO WS-DUE-DATE
               END-IF
           END-PERFORM.
           IF WS-DUE-FOUND = "N"
               MOVE "REJECTED - NO DUE DATE ON FILE" TO WS-RESULT
           ELSE
               MOVE 0 TO WS-DAYS-OVERDUE
               IF WS-BUSINESS-DATE > WS-DUE-DATE
                   COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
               END-IF
               IF WS-DAYS-OVERDUE NOT > WS-WRITE-OFF-DAYS
                   MOVE "REJECTED - NOT OVER 90 DAYS DUE"
                       TO WS-RESULT
               END-IF
           END-IF.

       GET-CREDIT-APPROVAL.
      *> No invoice is reduced on the clerk's say-so alone - a
      *> supervisor confirms at the batch's first reduction, and a
      *> refusal turns away every reduction in the batch.
           IF WS-SUPER-ASKED = "N"
               MOVE "Y" TO WS-SUPER-ASKED
               DISPLAY "INVTXN.DAT CARRIES CREDITS, CANCELLATIONS OR"
                   " WRITE-OFFS - SUPERVISOR APPROVAL NEEDED"
               CALL "SUPVCONF" USING WS-PROGRAM-NAME WS-NO-EXCLUDE-1
                   WS-NO-EXCLUDE-2 WS-SUPER-ID WS-SUPER-OK
               IF WS-SUPER-OK NOT = "Y"
                   DISPLAY "SUPERVISOR NOT CONFIRMED - NO REDUCTION"
                       " IN THIS BATCH WILL BE APPLIED"
               END-IF
           END-IF.
           IF WS-SUPER-OK NOT = "Y"
               MOVE "REJECTED - NOT APPROVED" TO WS-RESULT
           END-IF.

       POST-ONE-CREDIT.
           ADD WS-TXN-AMOUNT TO IT-CREDIT-AMOUNT (WS-HIT-SUB).
           EVALUATE TRUE
               WHEN NT-CANCEL
                   MOVE "X" TO IT-CLOSE-CODE (WS-HIT-SUB)
                   MOVE "CANCELLED" TO WS-RESULT
               WHEN NT-WRITE-OFF
                   MOVE "W" TO IT-CLOSE-CODE (WS-HIT-SUB)
                   MOVE "WRITTEN OFF" TO WS-RESULT
               WHEN OTHER
                   MOVE "CREDITED" TO WS-RESULT
           END-EVALUATE.
           IF IT-PAID-AMOUNT (WS-HIT-SUB)
                   + IT-CREDIT-AMOUNT (WS-HIT-SUB)
                   NOT < IT-AMOUNT (WS-HIT-SUB)
               MOVE "Y" TO IT-PAID-FLAG (WS-HIT-SUB)
           END-IF.
           MOVE WS-NEXT-CREDIT TO CR-NUMBER.
           MOVE NT-ACTION TO CR-TYPE.
           MOVE WS-BUSINESS-DATE TO CR-POST-DATE.
           MOVE IT-NUMBER (WS-HIT-SUB) TO CR-INVOICE-NO.
           MOVE IT-ACCOUNT (WS-HIT-SUB) TO CR-ACCOUNT-ID.
           MOVE WS-TXN-AMOUNT TO CR-AMOUNT.
           MOVE WS-SUPER-ID TO CR-APPROVER.
           MOVE NT-REASON TO CR-REASON.
           WRITE CREDIT-MEMO-REC.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "INVENTRY CREDIT " WS-NEXT-CREDIT " " NT-ACTION
               " INV " IT-NUMBER (WS-HIT-SUB)
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           CALL "AUDSTAMP" USING WS-SUPER-ID WS-AUDIT-DETAIL.
           ADD 1 TO WS-NEXT-CREDIT.
           ADD 1 TO WS-CREDIT-COUNT.

       LOAD-DUE-DATE-TABLE.
           OPEN INPUT DUE-DATES.
           IF WS-DD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ DUE-DATES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-DUE-COUNT < 1200
                               ADD 1 TO WS-DUE-COUNT
                               MOVE DD-ACCOUNT-ID
                                   TO DU-ACCOUNT (WS-DUE-COUNT)
                               COMPUTE DU-DATE (WS-DUE-COUNT) =
                                   DD-DUE-YEAR * 10000
                                   + DD-DUE-MONTH * 100 + DD-DUE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DATES
           END-IF.

       READ-CREDIT-SEQUENCE.
      *> A site with no sequence file yet starts at memo 1.
           MOVE 1 TO WS-NEXT-CREDIT.
           OPEN INPUT CREDIT-SEQ.
           IF WS-CX-FILE-STATUS = "00"
               READ CREDIT-SEQ
                   NOT AT END
                       MOVE CX-NEXT-NUMBER TO WS-NEXT-CREDIT
               END-READ
               CLOSE CREDIT-SEQ
           END-IF.

       REWRITE-CREDIT-SEQUENCE.
           OPEN OUTPUT CREDIT-SEQ.
           MOVE WS-NEXT-CREDIT TO CX-NEXT-NUMBER.
           WRITE CR-SEQ-REC.
           CLOSE CREDIT-SEQ.

       FIND-REGISTER-LINE.
           MOVE "N" TO WS-INV-FOUND.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               MOVE IT-ISSUE-DAY (WS-INV-SUB) TO IV-ISSUE-DAY
               MOVE IT-PAID-FLAG (WS-INV-SUB) TO IV-PAID-FLAG
               MOVE IT-PAID-AMOUNT (WS-INV-SUB) TO IV-PAID-AMOUNT
               MOVE IT-CREDIT-AMOUNT (WS-INV-SUB) TO IV-CREDIT-AMOUNT
               MOVE IT-CLOSE-CODE (WS-INV-SUB) TO IV-CLOSE-CODE
               MOVE IT-KIND (WS-INV-SUB) TO IV-KIND
               MOVE IT-SOURCE-INVOICE (WS-INV-SUB)
                   TO IV-SOURCE-INVOICE
               WRITE INV-REC
           END-PERFORM.
           CLOSE INVOICE-FILE.
