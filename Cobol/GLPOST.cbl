      *> expense against deductions payable and cash), posted
      *> receipts off the receipts history (cash against
      *> receivables), the day's invoice issuances off the register
      *> (receivables against revenue, or against penalty income
      *> for late-payment penalty invoices), the TRANHIST daily
      *> credit/debit totals (cash against the clearing accounts),
      *> the day's AP vouchers (goods received not invoiced
      *> against accounts payable), the day's posted stock
      *> movements off MVTHIST at the cost they moved at (receipts
      *> into inventory against goods received not invoiced,
      *> issues to cost of goods sold, cycle-count adjustments to
      *> inventory loss), the day's supplier payments (accounts
      *> payable against cash), and the cheque queue and cheque
      *> run (net pay queued for cheque moves out of cash into
      *> cheques payable; an issued cheque takes it out of cash,
      *> a voided one puts it back), and the day's approved
      *> invoice reductions off CRMEMO.DAT (credit memos and
      *> cancellations reverse the revenue the invoice was billed
      *> to - penalty income for a penalty invoice - write-offs
      *> charge bad-debt expense, both against receivables), and
      *> the scholarships and discounts the tuition assessment
      *> applied off GRANTAPL (the school's own grants to
      *> scholarship expense, sponsored ones to the sponsor
      *> receivable, both against the revenue the net invoices
      *> leave out).
      *> Every account written must exist on the CHART reference
      *> file, every source's entry is written balanced or not at
      *> all, and a date already on the journal is refused the way
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-FILE-STATUS.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FILE-STATUS.
           SELECT CHEQUE-QUEUE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT CHEQUE-MASTER ASSIGN TO "CHQMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT MOVEMENT-HISTORY ASSIGN TO "MVTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-FILE-STATUS.
           SELECT GRANT-APPLIED ASSIGN TO "GRANTAPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       COPY INVOICE.
       FD  TRAN-HISTORY.
       COPY TRANHIST.
       FD  AP-VOUCHER-FILE.
       COPY APVOUCH.
       FD  CHEQUE-QUEUE.
       COPY CHEQUES.
       FD  CHEQUE-MASTER.
       COPY CHQMAST.
       FD  CREDIT-MEMO-FILE.
       COPY CRMEMO.
       FD  MOVEMENT-HISTORY.
       COPY MVTHIST.
       FD  GRANT-APPLIED.
       COPY GRANTAPL.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  POSTING-REGISTER.
       01  WS-RH-FILE-STATUS          PIC XX.
       01  WS-IV-FILE-STATUS          PIC XX.
       01  WS-TH-FILE-STATUS          PIC XX.
       01  WS-AV-FILE-STATUS          PIC XX.
       01  WS-CQ-FILE-STATUS          PIC XX.
       01  WS-CM-FILE-STATUS          PIC XX.
       01  WS-CR-FILE-STATUS          PIC XX.
       01  WS-MH-FILE-STATUS          PIC XX.
       01  WS-GA-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-DATE-POSTED             PIC X VALUE "N".
       01  WS-ISSUE-DATE              PIC 9(8).
      *> The shop's account numbers. Adding one here means adding
      *> chart does not carry.
       01  WS-ACCT-CASH               PIC X(6) VALUE "100100".
       01  WS-ACCT-RECEIVABLE         PIC X(6) VALUE "120100".
       01  WS-ACCT-INVENTORY          PIC X(6) VALUE "130100".
       01  WS-ACCT-AP-TRADE           PIC X(6) VALUE "200100".
       01  WS-ACCT-GRIR               PIC X(6) VALUE "205100".
       01  WS-ACCT-DEDS-PAYABLE       PIC X(6) VALUE "210100".
       01  WS-ACCT-CHQ-PAYABLE        PIC X(6) VALUE "215100".
       01  WS-ACCT-REVENUE            PIC X(6) VALUE "410100".
       01  WS-ACCT-SALARY-EXP         PIC X(6) VALUE "510100".
       01  WS-ACCT-TXN-INCOME         PIC X(6) VALUE "420100".
       01  WS-ACCT-TXN-EXPENSE        PIC X(6) VALUE "520100".
       01  WS-ACCT-BAD-DEBT           PIC X(6) VALUE "540100".
       01  WS-ACCT-PENALTY-INC        PIC X(6) VALUE "430100".
       01  WS-ACCT-COGS               PIC X(6) VALUE "550100".
       01  WS-ACCT-INV-LOSS           PIC X(6) VALUE "560100".
       01  WS-ACCT-SPONSOR-AR         PIC X(6) VALUE "125100".
       01  WS-ACCT-SCHOLARSHIP        PIC X(6) VALUE "570100".
      *> Day totals rolled per source before any line is written,
      *> so a source posts balanced or not at all.
       01  WS-PAY-GROSS               PIC 9(9)V99 VALUE 0.
       01  WS-PAY-NET                 PIC 9(9)V99 VALUE 0.
       01  WS-RCPT-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-INV-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-PEN-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-TXN-CREDITS             PIC 9(9)V99 VALUE 0.
       01  WS-TXN-DEBITS              PIC 9(9)V99 VALUE 0.
       01  WS-APV-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-APPAY-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-CHQ-QUEUED              PIC 9(9)V99 VALUE 0.
       01  WS-CHQ-ISSUED              PIC 9(9)V99 VALUE 0.
       01  WS-CHQ-VOIDED              PIC 9(9)V99 VALUE 0.
       01  WS-CR-REVERSED             PIC 9(9)V99 VALUE 0.
       01  WS-CR-PEN-REVERSED         PIC 9(9)V99 VALUE 0.
       01  WS-CR-WRITTEN-OFF          PIC 9(9)V99 VALUE 0.
       01  WS-STK-RECEIVED            PIC 9(9)V99 VALUE 0.
       01  WS-STK-ISSUED              PIC 9(9)V99 VALUE 0.
       01  WS-STK-SHRINK              PIC 9(9)V99 VALUE 0.
       01  WS-STK-FOUND               PIC 9(9)V99 VALUE 0.
       01  WS-GRANT-SCHOOL            PIC 9(9)V99 VALUE 0.
       01  WS-GRANT-SPONSOR           PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COUNT              PIC 9(5) VALUE 0.
       01  WS-DEBIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-CHART-FOUND             PIC X.
       01  WS-CHECK-ACCT              PIC X(6).
       01  WS-SOURCE-NAME             PIC X(8).
      *> Penalty invoice numbers off the register, so a credit
      *> memo against one takes back penalty income, not revenue.
       01  WS-PINV-COUNT              PIC 9(4) VALUE 0.
       01  WS-PINV-SUB                PIC 9(4).
       01  WS-PINV-OVERFLOW           PIC X VALUE "N".
       01  WS-PINV-FOUND              PIC X.
       01  PENALTY-INVOICE-AREA.
           05  PINV-NUMBER            PIC 9(7) OCCURS 2000 TIMES.
       01  CHART-TABLE-AREA.
           05  CHART-ENTRY OCCURS 100 TIMES.
               10  CH-ACCT-NO         PIC X(6).
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
           PERFORM LOAD-CHART-TABLE.
           IF WS-CHART-COUNT = 0
               DISPLAY "CHART.DAT EMPTY OR MISSING - GL POSTING"
           PERFORM ROLL-PAYROLL-TOTALS.
           PERFORM ROLL-RECEIPT-TOTALS.
           PERFORM ROLL-INVOICE-TOTALS.
           IF WS-PINV-OVERFLOW = "Y"
               DISPLAY "INVOICE.DAT CARRIES OVER 2000 PENALTY"
                   " INVOICES - GL POSTING REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ROLL-DAILY-TXN-TOTALS.
           PERFORM ROLL-AP-VOUCHER-TOTALS.
           PERFORM ROLL-CHEQUE-TOTALS.
           PERFORM ROLL-CREDIT-TOTALS.
           PERFORM ROLL-STOCK-MOVEMENT-TOTALS.
           PERFORM ROLL-GRANT-TOTALS.
           OPEN EXTEND GL-JOURNAL.
           IF WS-GJ-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           PERFORM POST-PAYROLL-ENTRY.
           PERFORM POST-RECEIPTS-ENTRY.
           PERFORM POST-INVOICES-ENTRY.
           PERFORM POST-GRANTS-ENTRY.
           PERFORM POST-DAILY-TXN-ENTRY.
           PERFORM POST-AP-VOUCHER-ENTRY.
           PERFORM POST-STOCK-ENTRY.
           PERFORM POST-AP-PAYMENT-ENTRY.
           PERFORM POST-CHEQUE-ENTRY.
           PERFORM POST-CREDITS-ENTRY.
           CLOSE GL-JOURNAL.
           MOVE SPACES TO WS-GP-BUILD.
           STRING "JOURNAL LINES: " WS-LINE-COUNT
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-DEDS-PAYABLE TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-CHQ-PAYABLE TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-INVENTORY TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-AP-TRADE TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-REVENUE TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-SALARY-EXP TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-TXN-EXPENSE TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-BAD-DEBT TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-PENALTY-INC TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-GRIR TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-COGS TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-INV-LOSS TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-SPONSOR-AR TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE WS-ACCT-SCHOLARSHIP TO WS-CHECK-ACCT.
           PERFORM CHECK-ONE-ACCOUNT.

       CHECK-ONE-ACCOUNT.
           PERFORM FIND-CHART-ACCOUNT.
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
      *> Only this program's own sources count - a manual
      *> voucher, a reversal or a depreciation charge booked under
      *> the date first does not mean the day's totals are in.
                           IF GJ-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND (GJ-SOURCE = "PAYROLL"
                                   OR GJ-SOURCE = "RECEIPTS"
                                   OR GJ-SOURCE = "INVOICES"
                                   OR GJ-SOURCE = "GRANTS"
                                   OR GJ-SOURCE = "DAILYTXN"
                                   OR GJ-SOURCE = "APVOUCH"
                                   OR GJ-SOURCE = "APPAYMNT"
                                   OR GJ-SOURCE = "CHEQUES"
                                   OR GJ-SOURCE = "CREDITS"
                                   OR GJ-SOURCE = "STKRCPT"
                                   OR GJ-SOURCE = "STKISSUE"
                                   OR GJ-SOURCE = "STKCOUNT")
                               MOVE "Y" TO WS-DATE-POSTED
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                               IV-ISSUE-YEAR * 10000
                               + IV-ISSUE-MONTH * 100
                               + IV-ISSUE-DAY
                           IF IV-PENALTY
                               PERFORM NOTE-PENALTY-INVOICE
                           END-IF
                           IF WS-ISSUE-DATE = WS-BUSINESS-DATE
                               IF IV-PENALTY
                                   ADD IV-AMOUNT TO WS-PEN-TOTAL
                               ELSE
                                   ADD IV-AMOUNT TO WS-INV-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       NOTE-PENALTY-INVOICE.
           IF WS-PINV-COUNT >= 2000
               MOVE "Y" TO WS-PINV-OVERFLOW
           ELSE
               ADD 1 TO WS-PINV-COUNT
               MOVE IV-NUMBER TO PINV-NUMBER (WS-PINV-COUNT)
           END-IF.

       ROLL-DAILY-TXN-TOTALS.
      *> TRANHIST already carries the day's summarized totals -
      *> the GL trusts what TRANSUM posted, not the raw feed.
               CLOSE TRAN-HISTORY
           END-IF.

       ROLL-AP-VOUCHER-TOTALS.
      *> One pass over the voucher file feeds both payables
      *> sources - the day's entry date for what we now owe, the
      *> day's paid stamp for what went out to suppliers.
           OPEN INPUT AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AP-VOUCHER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AV-ENTRY-DATE = WS-BUSINESS-DATE
                               ADD AV-AMOUNT TO WS-APV-TOTAL
                           END-IF
                           IF AV-PAID
                                   AND AV-PAID-DATE = WS-BUSINESS-DATE
                               ADD AV-AMOUNT TO WS-APPAY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-VOUCHER-FILE
           END-IF.

       ROLL-CHEQUE-TOTALS.
      *> Net pay queued for cheque today was credited to cash by
      *> the payroll entry as if it had left; it has not left until
      *> the cheque is issued. A line is queued today whether it
      *> still waits on the queue or was issued off it today - a
      *> reissue is not a new queue line, its void already put the
      *> amount back.
           OPEN INPUT CHEQUE-QUEUE.
           IF WS-CQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHEQUE-QUEUE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CQ-QUEUE-DATE = WS-BUSINESS-DATE
                               ADD CQ-NET-AMOUNT TO WS-CHQ-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-QUEUE
           END-IF.
           OPEN INPUT CHEQUE-MASTER.
           IF WS-CM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHEQUE-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM ROLL-ONE-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-MASTER
           END-IF.

       ROLL-ONE-CHEQUE.
           IF CM-QUEUE-DATE = WS-BUSINESS-DATE AND CM-REPLACES = 0
               ADD CM-AMOUNT TO WS-CHQ-QUEUED
           END-IF.
           IF CM-ISSUE-DATE = WS-BUSINESS-DATE
               ADD CM-AMOUNT TO WS-CHQ-ISSUED
           END-IF.
           IF CM-VOIDED AND CM-STATUS-DATE = WS-BUSINESS-DATE
               ADD CM-AMOUNT TO WS-CHQ-VOIDED
           END-IF.

       ROLL-CREDIT-TOTALS.
      *> Credit memos and cancellations take back revenue that
      *> was billed - penalty income when the invoice credited
      *> was a penalty; a write-off leaves the revenue standing and
      *> books the loss instead.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF WS-CR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CREDIT-MEMO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CR-POST-DATE = WS-BUSINESS-DATE
                               IF CR-WRITE-OFF
                                   ADD CR-AMOUNT TO WS-CR-WRITTEN-OFF
                               ELSE
                                   PERFORM ROLL-ONE-CREDIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
           END-IF.

       ROLL-ONE-CREDIT.
           MOVE "N" TO WS-PINV-FOUND.
           PERFORM VARYING WS-PINV-SUB FROM 1 BY 1
                   UNTIL WS-PINV-SUB > WS-PINV-COUNT
                   OR WS-PINV-FOUND = "Y"
               IF PINV-NUMBER (WS-PINV-SUB) = CR-INVOICE-NO
                   MOVE "Y" TO WS-PINV-FOUND
               END-IF
           END-PERFORM.
           IF WS-PINV-FOUND = "Y"
               ADD CR-AMOUNT TO WS-CR-PEN-REVERSED
           ELSE
               ADD CR-AMOUNT TO WS-CR-REVERSED
           END-IF.

       ROLL-STOCK-MOVEMENT-TOTALS.
      *> Only what the stock posting actually posted today
      *> moves the ledger, at the cost it stamped. Transfers move
      *> stock between locations, not value, and are passed by.
           OPEN INPUT MOVEMENT-HISTORY.
           IF WS-MH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MOVEMENT-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF MH-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND MH-RESULT (1:6) = "POSTED"
                                   AND MH-VALUE IS NUMERIC
                               PERFORM ROLL-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-HISTORY
           END-IF.

       ROLL-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN MH-TYPE = "R"
                   ADD MH-VALUE TO WS-STK-RECEIVED
               WHEN MH-TYPE = "I"
                   ADD MH-VALUE TO WS-STK-ISSUED
               WHEN MH-TYPE = "A" AND MH-ADJ-DOWN
                   ADD MH-VALUE TO WS-STK-SHRINK
               WHEN MH-TYPE = "A" AND MH-ADJ-UP
                   ADD MH-VALUE TO WS-STK-FOUND
           END-EVALUATE.

       ROLL-GRANT-TOTALS.
      *> A grant with a sponsor is owed by the sponsor; one
      *> without is the school's own cost.
           OPEN INPUT GRANT-APPLIED.
           IF WS-GA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GRANT-APPLIED
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GA-POST-DATE = WS-BUSINESS-DATE
                               IF GA-SPONSOR = SPACES
                                   ADD GA-AMOUNT TO WS-GRANT-SCHOOL
                               ELSE
                                   ADD GA-AMOUNT TO WS-GRANT-SPONSOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANT-APPLIED
           END-IF.

       POST-PAYROLL-ENTRY.
      *> DR salary expense for gross; CR deductions payable for
      *> what was withheld; CR cash for the net that left. A day
           END-IF.

       POST-INVOICES-ENTRY.
      *> DR receivables, CR revenue for the day's issuances;
      *> penalty invoices credit penalty income instead.
           IF WS-INV-TOTAL > 0
               PERFORM POST-INVOICES-LINES
           END-IF.
           IF WS-PEN-TOTAL > 0
               PERFORM POST-PENALTY-LINES
           END-IF.

       POST-INVOICES-LINES.
           MOVE "INVOICES" TO WS-SOURCE-NAME.
           MOVE "BILLED REVENUE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.

       POST-GRANTS-ENTRY.
      *> The invoice posted only the net - the grant cost is
      *> the rest of the assessed revenue: DR scholarship expense
      *> for the school's own grants, DR sponsor receivable for
      *> sponsored ones, CR revenue for both.
           IF WS-GRANT-SCHOOL > 0
               MOVE "GRANTS" TO WS-SOURCE-NAME
               MOVE WS-ACCT-SCHOLARSHIP TO GJ-ACCT-NO
               MOVE WS-GRANT-SCHOOL TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "SCHOLARSHIPS GRANTED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-REVENUE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-GRANT-SCHOOL TO GJ-CREDIT
               MOVE "REVENUE - SCHOOL GRANTS" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-GRANT-SPONSOR > 0
               MOVE "GRANTS" TO WS-SOURCE-NAME
               MOVE WS-ACCT-SPONSOR-AR TO GJ-ACCT-NO
               MOVE WS-GRANT-SPONSOR TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "SPONSOR GRANTS BILLABLE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-REVENUE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-GRANT-SPONSOR TO GJ-CREDIT
               MOVE "REVENUE - SPONSOR GRANTS" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-PENALTY-LINES.
           MOVE "INVOICES" TO WS-SOURCE-NAME.
           MOVE WS-ACCT-RECEIVABLE TO GJ-ACCT-NO.
           MOVE WS-PEN-TOTAL TO GJ-DEBIT.
           MOVE 0 TO GJ-CREDIT.
           MOVE "PENALTIES CHARGED" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ACCT-PENALTY-INC TO GJ-ACCT-NO.
           MOVE 0 TO GJ-DEBIT.
           MOVE WS-PEN-TOTAL TO GJ-CREDIT.
           MOVE "PENALTY INCOME" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.

       POST-DAILY-TXN-ENTRY.
      *> The daily feed's credits land in cash against the
      *> income clearing account; its debits come out of cash
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-AP-VOUCHER-ENTRY.
      *> DR goods received not invoiced, CR accounts payable for
      *> the day's matched supplier invoices - the receipt already
      *> put the goods into inventory at the PO cost the bill was
      *> matched to, so the bill clears the receipt and is owed.
           IF WS-APV-TOTAL > 0
               MOVE "APVOUCH" TO WS-SOURCE-NAME
               MOVE WS-ACCT-GRIR TO GJ-ACCT-NO
               MOVE WS-APV-TOTAL TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "AP VOUCHERS APPROVED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-AP-TRADE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-APV-TOTAL TO GJ-CREDIT
               MOVE "AP VOUCHERS APPROVED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-STOCK-ENTRY.
      *> Receipts: DR inventory, CR goods received not invoiced
      *> until the supplier's bill is vouchered. Issues: DR cost
      *> of goods sold, CR inventory. Count adjustments: a shortage
      *> DR inventory loss, CR inventory; an overage the reverse.
           IF WS-STK-RECEIVED > 0
               MOVE "STKRCPT" TO WS-SOURCE-NAME
               MOVE WS-ACCT-INVENTORY TO GJ-ACCT-NO
               MOVE WS-STK-RECEIVED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "STOCK RECEIVED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-GRIR TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-STK-RECEIVED TO GJ-CREDIT
               MOVE "STOCK RECEIVED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-STK-ISSUED > 0
               MOVE "STKISSUE" TO WS-SOURCE-NAME
               MOVE WS-ACCT-COGS TO GJ-ACCT-NO
               MOVE WS-STK-ISSUED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "COST OF GOODS ISSUED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-INVENTORY TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-STK-ISSUED TO GJ-CREDIT
               MOVE "COST OF GOODS ISSUED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           MOVE "STKCOUNT" TO WS-SOURCE-NAME.
           IF WS-STK-SHRINK > 0
               MOVE WS-ACCT-INV-LOSS TO GJ-ACCT-NO
               MOVE WS-STK-SHRINK TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "COUNT SHORTAGE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-INVENTORY TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-STK-SHRINK TO GJ-CREDIT
               MOVE "COUNT SHORTAGE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-STK-FOUND > 0
               MOVE WS-ACCT-INVENTORY TO GJ-ACCT-NO
               MOVE WS-STK-FOUND TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "COUNT OVERAGE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-INV-LOSS TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-STK-FOUND TO GJ-CREDIT
               MOVE "COUNT OVERAGE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-AP-PAYMENT-ENTRY.
      *> DR accounts payable, CR cash for the day's released
      *> supplier payments.
           IF WS-APPAY-TOTAL > 0
               MOVE "APPAYMNT" TO WS-SOURCE-NAME
               MOVE WS-ACCT-AP-TRADE TO GJ-ACCT-NO
               MOVE WS-APPAY-TOTAL TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "SUPPLIER PAYMENTS" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-CASH TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-APPAY-TOTAL TO GJ-CREDIT
               MOVE "SUPPLIER PAYMENTS" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-CHEQUE-ENTRY.
      *> Queued: DR cash, CR cheques payable. Issued: DR cheques
      *> payable, CR cash. Voided: the issue reversed - DR cash,
      *> CR cheques payable, until the reissue takes it out again.
           MOVE "CHEQUES" TO WS-SOURCE-NAME.
           IF WS-CHQ-QUEUED > 0
               MOVE WS-ACCT-CASH TO GJ-ACCT-NO
               MOVE WS-CHQ-QUEUED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "NET PAY QUEUED CHEQUE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-CHQ-PAYABLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CHQ-QUEUED TO GJ-CREDIT
               MOVE "NET PAY QUEUED CHEQUE" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-CHQ-ISSUED > 0
               MOVE WS-ACCT-CHQ-PAYABLE TO GJ-ACCT-NO
               MOVE WS-CHQ-ISSUED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "CHEQUES ISSUED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-CASH TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CHQ-ISSUED TO GJ-CREDIT
               MOVE "CHEQUES ISSUED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-CHQ-VOIDED > 0
               MOVE WS-ACCT-CASH TO GJ-ACCT-NO
               MOVE WS-CHQ-VOIDED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "CHEQUES VOIDED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-CHQ-PAYABLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CHQ-VOIDED TO GJ-CREDIT
               MOVE "CHEQUES VOIDED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       POST-CREDITS-ENTRY.
      *> Credits and cancellations: DR revenue, CR receivables -
      *> DR penalty income for those against a penalty invoice.
      *> Write-offs: DR bad-debt expense, CR receivables.
           MOVE "CREDITS" TO WS-SOURCE-NAME.
           IF WS-CR-REVERSED > 0
               MOVE WS-ACCT-REVENUE TO GJ-ACCT-NO
               MOVE WS-CR-REVERSED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "REVENUE CREDITED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-RECEIVABLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CR-REVERSED TO GJ-CREDIT
               MOVE "REVENUE CREDITED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-CR-PEN-REVERSED > 0
               MOVE WS-ACCT-PENALTY-INC TO GJ-ACCT-NO
               MOVE WS-CR-PEN-REVERSED TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "PENALTY CREDITED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-RECEIVABLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CR-PEN-REVERSED TO GJ-CREDIT
               MOVE "PENALTY CREDITED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-CR-WRITTEN-OFF > 0
               MOVE WS-ACCT-BAD-DEBT TO GJ-ACCT-NO
               MOVE WS-CR-WRITTEN-OFF TO GJ-DEBIT
               MOVE 0 TO GJ-CREDIT
               MOVE "BAD DEBTS WRITTEN OFF" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ACCT-RECEIVABLE TO GJ-ACCT-NO
               MOVE 0 TO GJ-DEBIT
               MOVE WS-CR-WRITTEN-OFF TO GJ-CREDIT
               MOVE "BAD DEBTS WRITTEN OFF" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE WS-SOURCE-NAME TO GJ-SOURCE.
