       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOSTATUS.
      *> Daily open sales order report. Lists every line still
      *> on the SLSORD order book that has not shipped in full -
      *> open (reserved, waiting to ship), partially shipped and
      *> backordered - with the quantity ordered, shipped, held in
      *> reservation and still short, and the days since the order
      *> was taken, then control totals per status. Completed lines
      *> are left off. Run nightly off the schedule so the counter
      *> sees each morning what is owed to which customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-BOOK ASSIGN TO "SLSORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT STATUS-REPORT ASSIGN TO "SOSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-BOOK.
       COPY SLSORD.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  STATUS-REPORT.
       01  ST-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-SO-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-SHORT-QTY               PIC 9(5).
       01  WS-DAYS-OPEN               PIC S9(5).
       01  WS-LINE-VALUE              PIC 9(9)V99.
       01  WS-LISTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01  WS-PARTIAL-COUNT           PIC 9(5) VALUE 0.
       01  WS-BACKORDER-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPEN-VALUE              PIC 9(9)V99 VALUE 0.
       01  WS-SHORT-TOTAL             PIC 9(7) VALUE 0.
       01  WS-VALUE-ED                PIC ZZZ,ZZZ,ZZ9.99.
      *> Report page handling - the shop's 55-line standard.
       01  WS-ST-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-ST-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-ST-BUILD                PIC X(132).
       01  ST-HEADING-LINE.
           05  FILLER PIC X(10) VALUE "ORDER".
           05  FILLER PIC X(4)  VALUE "LN".
           05  FILLER PIC X(11) VALUE "ACCOUNT".
           05  FILLER PIC X(10) VALUE "ORDERED".
           05  FILLER PIC X(12) VALUE "SKU".
           05  FILLER PIC X(5)  VALUE "LOC".
           05  FILLER PIC X(8)  VALUE "QTY".
           05  FILLER PIC X(8)  VALUE "SHIPPED".
           05  FILLER PIC X(8)  VALUE "RESERVD".
           05  FILLER PIC X(8)  VALUE "SHORT".
           05  FILLER PIC X(6)  VALUE "DAYS".
           05  FILLER PIC X(11) VALUE "STATUS".
       01  ST-DETAIL-LINE.
           05  STD-ORDER-NO           PIC 9(6).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  STD-LINE-NO            PIC 99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-ACCOUNT            PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-ORDER-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-SKU                PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-LOCATION           PIC 9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-ORDER-QTY          PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  STD-SHIPPED-QTY        PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  STD-RESERVED-QTY       PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  STD-SHORT-QTY          PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  STD-DAYS               PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  STD-STATUS             PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT ORDER-BOOK.
           IF WS-SO-FILE-STATUS NOT = "00"
               DISPLAY "SLSORD.DAT NOT AVAILABLE - STATUS "
                   WS-SO-FILE-STATUS " - NO ORDER STATUS REPORT"
               GOBACK
           END-IF.
           OPEN OUTPUT STATUS-REPORT.
           MOVE 0 TO WS-ST-PAGE-NO.
           MOVE 99 TO WS-ST-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ORDER-BOOK
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT SO-COMPLETE
                           PERFORM LIST-ONE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-BOOK.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE STATUS-REPORT.
           DISPLAY "OPEN ORDER LINES: " WS-LISTED-COUNT
               " BACKORDERED: " WS-BACKORDER-COUNT
               " - SEE SOSTAT.DAT".
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

       LIST-ONE-ORDER-LINE.
      *> Short is whatever is neither shipped nor held in
      *> reservation - the quantity waiting on stock.
           COMPUTE WS-SHORT-QTY = SO-ORDER-QTY - SO-SHIPPED-QTY
               - SO-RESERVED-QTY.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (SO-ORDER-DATE).
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
               (SO-ORDER-QTY - SO-SHIPPED-QTY) * SO-UNIT-PRICE.
           ADD WS-LINE-VALUE TO WS-OPEN-VALUE.
           ADD WS-SHORT-QTY TO WS-SHORT-TOTAL.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN SO-PARTIAL
                   MOVE "PARTIAL" TO STD-STATUS
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN SO-BACKORDERED
                   MOVE "BACKORDERED" TO STD-STATUS
                   ADD 1 TO WS-BACKORDER-COUNT
               WHEN OTHER
                   MOVE "OPEN" TO STD-STATUS
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.
           MOVE SO-ORDER-NO TO STD-ORDER-NO.
           MOVE SO-LINE-NO TO STD-LINE-NO.
           MOVE SO-ACCOUNT-ID TO STD-ACCOUNT.
           MOVE SO-ORDER-DATE TO STD-ORDER-DATE.
           MOVE SO-SKU TO STD-SKU.
           MOVE SO-LOCATION TO STD-LOCATION.
           MOVE SO-ORDER-QTY TO STD-ORDER-QTY.
           MOVE SO-SHIPPED-QTY TO STD-SHIPPED-QTY.
           MOVE SO-RESERVED-QTY TO STD-RESERVED-QTY.
           MOVE WS-SHORT-QTY TO STD-SHORT-QTY.
           MOVE WS-DAYS-OPEN TO STD-DAYS.
           MOVE ST-DETAIL-LINE TO WS-ST-BUILD.
           PERFORM WRITE-STATUS-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE WS-OPEN-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO WS-ST-BUILD.
           STRING "OPEN: " WS-OPEN-COUNT
               "  PARTIAL: " WS-PARTIAL-COUNT
               "  BACKORDERED: " WS-BACKORDER-COUNT
               "  UNITS SHORT: " WS-SHORT-TOTAL
               DELIMITED BY SIZE INTO WS-ST-BUILD.
           PERFORM WRITE-STATUS-LINE.
           MOVE SPACES TO WS-ST-BUILD.
           STRING "UNSHIPPED ORDER VALUE: " WS-VALUE-ED
               DELIMITED BY SIZE INTO WS-ST-BUILD.
           PERFORM WRITE-STATUS-LINE.
           MOVE WS-LISTED-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-ST-BUILD.
           PERFORM WRITE-STATUS-LINE.

       START-STATUS-PAGE.
           ADD 1 TO WS-ST-PAGE-NO.
           MOVE "OPEN SALES ORDER STATUS" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-ST-PAGE-NO TO RPT-H-PAGE.
           WRITE ST-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE ST-PRINT-LINE FROM ST-HEADING-LINE.
           MOVE 0 TO WS-ST-LINE-COUNT.

       WRITE-STATUS-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-ST-LINE-COUNT >= 55
               PERFORM START-STATUS-PAGE
           END-IF.
           WRITE ST-PRINT-LINE FROM WS-ST-BUILD.
           ADD 1 TO WS-ST-LINE-COUNT.
