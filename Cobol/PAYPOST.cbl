       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-INV-COUNT               PIC 9(4) VALUE 0.
       01  WS-INV-SUB                 PIC 9(4).
       01  WS-HIT-SUB                 PIC 9(4).
               10  IT-ISSUE-DAY       PIC 99.
               10  IT-PAID-FLAG       PIC X.
               10  IT-PAID-AMOUNT     PIC 9(7)V99.
               10  IT-CREDIT-AMOUNT   PIC 9(7)V99.
               10  IT-CLOSE-CODE      PIC X.
               10  IT-KIND            PIC X.
               10  IT-SOURCE-INVOICE  PIC X(7).
      *> Register page handling - the shop's 55-line standard.
       01  WS-PP-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-PP-PAGE-NO              PIC 9(4) VALUE 0.
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
               WHEN RC-AMOUNT >
                       IT-AMOUNT (WS-HIT-SUB)
                       - IT-PAID-AMOUNT (WS-HIT-SUB)
                       - IT-CREDIT-AMOUNT (WS-HIT-SUB)
                   MOVE "OVERPAYMENT PAST OPEN BALANCE"
                       TO WS-REASON
           END-EVALUATE.
               ADD RC-AMOUNT TO WS-POSTED-TOTAL
               COMPUTE WS-REMAINING = IT-AMOUNT (WS-HIT-SUB)
                   - IT-PAID-AMOUNT (WS-HIT-SUB)
                   - IT-CREDIT-AMOUNT (WS-HIT-SUB)
               IF WS-REMAINING = 0
                   MOVE "Y" TO IT-PAID-FLAG (WS-HIT-SUB)
                   MOVE "POSTED" TO WS-RESULT
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
