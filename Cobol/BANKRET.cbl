       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-FILE-RELEASED           PIC X VALUE "N".
       01  WS-REQUEUE-NAME            PIC X(20).
       01  WS-DET-COUNT               PIC 9(3) VALUE 0.
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
           PERFORM LOAD-RELEASED-DETAILS.
           IF WS-FILE-RELEASED = "N"
               DISPLAY "BANKFILE.DAT NOT MARKED RELEASED - NOTHING"
