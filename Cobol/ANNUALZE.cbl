       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-TAB-COUNT               PIC 9(3) VALUE 0.
       01  WS-TAB-OVERFLOW            PIC X VALUE "N".
       01  WS-TAXABLE                 PIC 9(8)V99.
       01  WS-ADJUSTMENT              PIC S9(7)V99.
       01  WS-EMP-COUNT               PIC 9(5) VALUE 0.
       01  WS-OTHER-YEAR-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUND-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-COLLECT-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-NET-ADJUSTMENT          PIC S9(9)V99 VALUE 0.
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
      *> Annualization settles a whole year - running it before
      *> December would settle on eleven months of withholding.
           IF WS-BUSINESS-DATE (5:2) NOT = "12"
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
      *> A leaver's closed record was annualized and settled
      *> with the final pay - settling it again would double it.
                       IF YTD-YEAR = WS-BUSINESS-DATE (1:4)
                           IF YTD-CLOSED
                               ADD 1 TO WS-CLOSED-COUNT
                           ELSE
                               PERFORM ANNUALIZE-ONE-EMPLOYEE
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
           MOVE 0 TO PH-LOAN-DED.
           MOVE 0 TO PH-TOTAL-DED.
           MOVE 0 TO PH-NET.
           MOVE "Y" TO PH-LINE-TYPE.
           MOVE SPACE TO PH-PAY-TYPE.
           MOVE 0 TO PH-HOURLY-RATE.
           MOVE 0 TO PH-COMM-RATE.
           MOVE 0 TO PH-BASIC-PAY.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-AJ-BUILD.
