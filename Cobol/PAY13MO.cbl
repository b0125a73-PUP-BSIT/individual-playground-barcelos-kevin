       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-CEILING                 PIC 9(7)V99 VALUE 90000.
       01  WS-EXCESS-RATE             PIC V999 VALUE .200.
       01  WS-BASIC-YTD               PIC 9(9)V99.
       01  WS-NET                     PIC 9(8)V99.
       01  WS-EMP-COUNT               PIC 9(5) VALUE 0.
       01  WS-OTHER-YEAR-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-TOT-ENTITLEMENT         PIC 9(10)V99 VALUE 0.
       01  WS-TOT-TAX                 PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NET                 PIC 9(10)V99 VALUE 0.
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
           PERFORM LOAD-P13-CONTROL.
           OPEN INPUT PAYROLL-YTD.
           IF WS-YTD-FILE-STATUS NOT = "00"
                   NOT AT END
      *> The entitlement is one twelfth of THIS calendar
      *> year's basic - buckets stamped with another year are not
      *> paid by this run, and a leaver's closed record was paid
      *> its pro-rated share with the final pay.
                       IF YTD-YEAR = WS-BUSINESS-DATE (1:4)
                           IF YTD-CLOSED
                               ADD 1 TO WS-CLOSED-COUNT
                           ELSE
                               PERFORM PAY-ONE-EMPLOYEE
                           END-IF
                       ELSE
                           ADD 1 TO WS-OTHER-YEAR-COUNT
                       END-IF
               DISPLAY "PRIOR-YEAR YTD ROWS SKIPPED: "
                   WS-OTHER-YEAR-COUNT
           END-IF.
           IF WS-CLOSED-COUNT > 0
               DISPLAY "SEPARATED EMPLOYEES SKIPPED: " WS-CLOSED-COUNT
           END-IF.
           GOBACK.

       LOAD-BUSINESS-DATE.
