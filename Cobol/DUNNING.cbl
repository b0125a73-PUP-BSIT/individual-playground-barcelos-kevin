      *> the dunning log shows was already sent, so a reminder is
      *> followed by a notice instead of another reminder. Every
      *> letter issued is logged with the business date.
      *> Late-payment penalty invoices age with the rest, but the
      *> letter shows them apart from the principal past due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-GRAND-BUCKET        PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-ED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINCIPAL-DUE           PIC S9(9)V99.
      *> Aging-report page handling - the shop's 55-line standard.
       01  WS-AG-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-AG-PAGE-NO              PIC 9(4) VALUE 0.
               10  AG-ACCOUNT         PIC X(9).
               10  AG-BUCKET          PIC 9(9)V99 OCCURS 4 TIMES.
               10  AG-OLDEST          PIC 9.
               10  AG-PENALTY         PIC 9(9)V99.
      *> The dunning log's escalation memory, kept apart from
      *> the bucket rows so years of history cannot eat the
      *> capacity the current overdue accounts need.
                       MOVE 0 TO AG-BUCKET (WS-ACCT-SUB WS-BKT-SUB)
                   END-PERFORM
                   MOVE 0 TO AG-OLDEST (WS-ACCT-SUB)
                   MOVE 0 TO AG-PENALTY (WS-ACCT-SUB)
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-IF.
           ELSE
               MOVE IV-AMOUNT TO WS-OPEN-BALANCE
           END-IF.
           IF IV-CREDIT-AMOUNT IS NUMERIC
               SUBTRACT IV-CREDIT-AMOUNT FROM WS-OPEN-BALANCE
           END-IF.
           IF WS-OPEN-BALANCE > 0
               PERFORM AGE-OPEN-BALANCE
           END-IF.
                   ADD WS-OPEN-BALANCE
                       TO WS-GRAND-BUCKET (WS-BUCKET-NO)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-TOTAL
                   IF IV-PENALTY
                       ADD WS-OPEN-BALANCE
                           TO AG-PENALTY (WS-ACCT-SUB)
                   END-IF
                   IF WS-BUCKET-NO > AG-OLDEST (WS-ACCT-SUB)
                       MOVE WS-BUCKET-NO
                           TO AG-OLDEST (WS-ACCT-SUB)
           ADD 1 TO WS-DL-LINE-COUNT.

       BREAK-PAGE-FOR-LETTER.
      *> A letter block - nine lines, eleven with penalties
      *> shown apart - never splits across a page boundary; the
      *> page turns early instead.
           IF WS-DL-LINE-COUNT > 44
               PERFORM START-LETTERS-PAGE
           END-IF.

           PERFORM WRITE-LETTER-LINE.
           MOVE WS-LETTER-BODY-2 TO WS-DL-BUILD.
           PERFORM WRITE-LETTER-LINE.
           IF AG-PENALTY (WS-ACCT-SUB) > 0
               COMPUTE WS-PRINCIPAL-DUE =
                   WS-OPEN-BALANCE - AG-PENALTY (WS-ACCT-SUB)
               MOVE WS-PRINCIPAL-DUE TO WS-ED-AMOUNT
               MOVE SPACES TO WS-DL-BUILD
               STRING "  PRINCIPAL PAST DUE:  " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DL-BUILD
               PERFORM WRITE-LETTER-LINE
               MOVE AG-PENALTY (WS-ACCT-SUB) TO WS-ED-AMOUNT
               MOVE SPACES TO WS-DL-BUILD
               STRING "  PENALTY CHARGES:     " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-DL-BUILD
               PERFORM WRITE-LETTER-LINE
               MOVE WS-OPEN-BALANCE TO WS-ED-AMOUNT
           END-IF.
           MOVE SPACES TO WS-DL-BUILD.
           STRING "  AMOUNT PAST DUE: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-DL-BUILD.
