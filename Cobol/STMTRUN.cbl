      *> The run summary counts statements and totals the closing
      *> balances so the print ties back to the register instead of
      *> collections reading OVERDUE.DAT lines over the phone.
      *> Credit memos, cancellations and write-offs off CRMEMO.DAT
      *> print in the payment column against the account, marked
      *> CM, CN or WO with the memo number. Late-payment penalty
      *> invoices print in a penalty column of their own, apart
      *> from the principal charges.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HISTORY ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY INVOICE.
       FD  RECEIPT-HISTORY.
       COPY RCPTHIST.
       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.
       FD  ACCOUNT-MASTER.
       COPY ACCTMAST.
       SD  STMT-SORT-WORK.
       COPY RPTHDR.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-RH-FILE-STATUS          PIC XX.
       01  WS-CR-FILE-STATUS          PIC XX.
       01  WS-AC-FILE-STATUS          PIC XX.
       01  WS-AC-AVAILABLE            PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(10) VALUE "REFERENCE".
           05  FILLER PIC X(12) VALUE "CHARGE".
           05  FILLER PIC X(12) VALUE "PENALTY".
           05  FILLER PIC X(13) VALUE "PAYMENT".
           05  FILLER PIC X(7)  VALUE "BALANCE".
       01  SM-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SMD-CHARGE             PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SMD-PENALTY            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SMD-PAYMENT            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SMD-BALANCE            PIC -ZZZ,ZZ9.99.
           IF WS-RH-FILE-STATUS = "00"
               PERFORM RELEASE-RECEIPT-LINES
           END-IF.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CR-FILE-STATUS = "00"
               PERFORM RELEASE-CREDIT-LINES
           END-IF.

       RELEASE-ONE-CHARGE.
           MOVE "Y" TO WS-CHARGE-WANTED.
               IF IV-PAID-AMOUNT IS NOT NUMERIC
                   MOVE "N" TO WS-CHARGE-WANTED
               ELSE
      *> A credited invoice keeps its charge - the memo line
      *> offsets it.
                   IF IV-PAID-AMOUNT = 0
                       MOVE "N" TO WS-CHARGE-WANTED
                       IF IV-CREDIT-AMOUNT IS NUMERIC
                           IF IV-CREDIT-AMOUNT > 0
                               MOVE "Y" TO WS-CHARGE-WANTED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               COMPUTE SR-DATE = IV-ISSUE-YEAR * 10000
                   + IV-ISSUE-MONTH * 100
                   + IV-ISSUE-DAY
               IF IV-PENALTY
                   MOVE "N" TO SR-TYPE
               ELSE
                   MOVE "I" TO SR-TYPE
               END-IF
               MOVE IV-NUMBER TO SR-REF
               MOVE IV-AMOUNT TO SR-AMOUNT
               RELEASE STMT-SORT-REC
           END-PERFORM.
           CLOSE RECEIPT-HISTORY.

       RELEASE-CREDIT-LINES.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CREDIT-MEMO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CR-ACCOUNT-ID TO SR-ACCOUNT
                       MOVE CR-POST-DATE TO SR-DATE
                       MOVE "C" TO SR-TYPE
                       EVALUATE TRUE
                           WHEN CR-CANCELLATION
                               MOVE "CN" TO SR-REF (1:2)
                           WHEN CR-WRITE-OFF
                               MOVE "WO" TO SR-REF (1:2)
                           WHEN OTHER
                               MOVE "CM" TO SR-REF (1:2)
                       END-EVALUATE
                       MOVE CR-NUMBER TO SR-REF (3:6)
                       MOVE CR-AMOUNT TO SR-AMOUNT
                       RELEASE STMT-SORT-REC
               END-READ
           END-PERFORM.
           CLOSE CREDIT-MEMO-FILE.

       PRINT-EACH-STATEMENT.
           MOVE "N" TO WS-SORT-DONE.
           MOVE "N" TO WS-HAVE-ACCOUNT.
      *> dated after it belong to next month's statement.
           EVALUATE TRUE
               WHEN SR-DATE < WS-PERIOD-START
                   IF SR-TYPE = "I" OR SR-TYPE = "N"
                       ADD SR-AMOUNT TO WS-OPENING-BAL
                   ELSE
                       SUBTRACT SR-AMOUNT FROM WS-OPENING-BAL
           END-IF.
           MOVE SR-DATE TO SMD-DATE.
           MOVE SR-REF TO SMD-REF.
           MOVE 0 TO SMD-CHARGE.
           MOVE 0 TO SMD-PENALTY.
           MOVE 0 TO SMD-PAYMENT.
           EVALUATE SR-TYPE
               WHEN "I"
                   MOVE SR-AMOUNT TO SMD-CHARGE
                   ADD SR-AMOUNT TO WS-RUNNING-BAL
               WHEN "N"
                   MOVE SR-AMOUNT TO SMD-PENALTY
                   ADD SR-AMOUNT TO WS-RUNNING-BAL
               WHEN OTHER
                   MOVE SR-AMOUNT TO SMD-PAYMENT
                   SUBTRACT SR-AMOUNT FROM WS-RUNNING-BAL
           END-EVALUATE.
           MOVE WS-RUNNING-BAL TO SMD-BALANCE.
           MOVE SM-DETAIL-LINE TO WS-SM-BUILD.
           PERFORM WRITE-STATEMENT-LINE.
