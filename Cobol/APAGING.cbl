       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
      *> Accounts-payable aging by supplier. Every open AP voucher
      *> ages from its due date to the business date in
      *> RUNDATE.DAT: not yet due is CURRENT, then 1-30, 31-60,
      *> 61-90 and over 90 days past due - the DUNNING buckets on
      *> the payables side, with current added because most of
      *> what we owe is not yet due. One row per supplier with its
      *> name off the supplier master, and a grand total row that
      *> ties to the accounts-payable balance on the trial
      *> balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-FILE-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ID
               FILE STATUS IS WS-SU-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT AP-AGING-REPORT ASSIGN TO "APAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-VOUCHER-FILE.
       COPY APVOUCH.
       FD  SUPPLIER-MASTER.
       COPY SUPPMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AP-AGING-REPORT.
       01  AA-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-AV-FILE-STATUS          PIC XX.
       01  WS-SU-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-SU-AVAILABLE            PIC X VALUE "N".
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-DAYS-OVERDUE            PIC S9(5).
       01  WS-BUCKET-NO               PIC 9.
       01  WS-BKT-SUB                 PIC 9.
       01  WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01  WS-GRAND-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-ROW-TOTAL               PIC 9(11)V99.
       01  GRAND-BUCKET-AREA.
           05  WS-GRAND-BUCKET        PIC 9(11)V99 OCCURS 5 TIMES.
      *> One row per supplier owed anything. The run is refused
      *> past capacity - a silently missing supplier would leave
      *> the grand total short of the ledger.
       01  WS-SUPP-COUNT              PIC 9(3) VALUE 0.
       01  WS-SUPP-SUB                PIC 9(3).
       01  WS-SUPP-FOUND              PIC X.
       01  WS-SUPP-OVERFLOW           PIC X VALUE "N".
       01  SUPP-AGE-AREA.
           05  SUPP-AGE OCCURS 300 TIMES.
               10  SA-SUPPLIER        PIC X(8).
               10  SA-BUCKET          PIC 9(9)V99 OCCURS 5 TIMES.
      *> Report page handling - the shop's 55-line standard.
       01  WS-AA-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-AA-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-AA-BUILD                PIC X(132).
       01  AA-DETAIL-LINE.
           05  AAD-SUPPLIER           PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-NAME               PIC X(20).
           05  AAD-BUCKET-1           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-BUCKET-2           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-BUCKET-3           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-BUCKET-4           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-BUCKET-5           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  AAD-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
       01  AA-COLUMN-LINE.
           05  FILLER                 PIC X(29) VALUE
               "SUPPLIER NAME".
           05  FILLER                 PIC X(14) VALUE "      CURRENT".
           05  FILLER                 PIC X(14) VALUE "         1-30".
           05  FILLER                 PIC X(14) VALUE "        31-60".
           05  FILLER                 PIC X(14) VALUE "        61-90".
           05  FILLER                 PIC X(14) VALUE "      OVER 90".
           05  FILLER                 PIC X(14) VALUE "         TOTAL".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE 0 TO WS-GRAND-BUCKET (WS-BKT-SUB)
           END-PERFORM.
           OPEN INPUT AP-VOUCHER-FILE.
           IF WS-AV-FILE-STATUS NOT = "00"
               DISPLAY "APVOUCH.DAT NOT AVAILABLE - STATUS "
                   WS-AV-FILE-STATUS " - NO AGING"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AP-VOUCHER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AV-OPEN
                           PERFORM AGE-ONE-VOUCHER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-VOUCHER-FILE.
           IF WS-SUPP-OVERFLOW = "Y"
               DISPLAY "APVOUCH.DAT OWES MORE THAN 300 SUPPLIERS -"
                   " AGING REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SU-FILE-STATUS = "00"
               MOVE "Y" TO WS-SU-AVAILABLE
           END-IF.
           PERFORM PRINT-AGING-REPORT.
           IF WS-SU-AVAILABLE = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.
           DISPLAY "AP AGING - OPEN VOUCHERS: " WS-OPEN-COUNT
               " SUPPLIERS: " WS-SUPP-COUNT
               " OWED: " WS-GRAND-TOTAL.
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

       AGE-ONE-VOUCHER.
           IF AV-DUE-DATE >= WS-BUSINESS-DATE
               MOVE 1 TO WS-BUCKET-NO
           ELSE
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (AV-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-OVERDUE <= 30
                       MOVE 2 TO WS-BUCKET-NO
                   WHEN WS-DAYS-OVERDUE <= 60
                       MOVE 3 TO WS-BUCKET-NO
                   WHEN WS-DAYS-OVERDUE <= 90
                       MOVE 4 TO WS-BUCKET-NO
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET-NO
               END-EVALUATE
           END-IF.
           PERFORM FIND-OR-ADD-SUPPLIER-ROW.
           IF WS-SUPP-FOUND = "Y"
               ADD 1 TO WS-OPEN-COUNT
               ADD AV-AMOUNT TO SA-BUCKET (WS-SUPP-SUB WS-BUCKET-NO)
               ADD AV-AMOUNT TO WS-GRAND-BUCKET (WS-BUCKET-NO)
               ADD AV-AMOUNT TO WS-GRAND-TOTAL
           END-IF.

       FIND-OR-ADD-SUPPLIER-ROW.
           MOVE "N" TO WS-SUPP-FOUND.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   OR WS-SUPP-FOUND = "Y"
               IF SA-SUPPLIER (WS-SUPP-SUB) = AV-SUPPLIER
                   MOVE "Y" TO WS-SUPP-FOUND
                   SUBTRACT 1 FROM WS-SUPP-SUB
               END-IF
           END-PERFORM.
           IF WS-SUPP-FOUND = "N"
               IF WS-SUPP-COUNT >= 300
                   MOVE "Y" TO WS-SUPP-OVERFLOW
               ELSE
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE WS-SUPP-COUNT TO WS-SUPP-SUB
                   MOVE AV-SUPPLIER TO SA-SUPPLIER (WS-SUPP-SUB)
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                           UNTIL WS-BKT-SUB > 5
                       MOVE 0 TO SA-BUCKET (WS-SUPP-SUB WS-BKT-SUB)
                   END-PERFORM
                   MOVE "Y" TO WS-SUPP-FOUND
               END-IF
           END-IF.

       PRINT-AGING-REPORT.
           OPEN OUTPUT AP-AGING-REPORT.
           MOVE 0 TO WS-AA-PAGE-NO.
           MOVE 99 TO WS-AA-LINE-COUNT.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               PERFORM PRINT-ONE-SUPPLIER-ROW
           END-PERFORM.
           MOVE SPACES TO AAD-SUPPLIER.
           MOVE "ALL SUPPLIERS" TO AAD-NAME.
           MOVE WS-GRAND-BUCKET (1) TO AAD-BUCKET-1.
           MOVE WS-GRAND-BUCKET (2) TO AAD-BUCKET-2.
           MOVE WS-GRAND-BUCKET (3) TO AAD-BUCKET-3.
           MOVE WS-GRAND-BUCKET (4) TO AAD-BUCKET-4.
           MOVE WS-GRAND-BUCKET (5) TO AAD-BUCKET-5.
           MOVE WS-GRAND-TOTAL TO AAD-TOTAL.
           MOVE AA-DETAIL-LINE TO WS-AA-BUILD.
           PERFORM WRITE-AGING-LINE.
           DISPLAY AA-DETAIL-LINE.
           MOVE WS-OPEN-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-AA-BUILD.
           PERFORM WRITE-AGING-LINE.
           CLOSE AP-AGING-REPORT.

       PRINT-ONE-SUPPLIER-ROW.
           MOVE SA-SUPPLIER (WS-SUPP-SUB) TO AAD-SUPPLIER.
           MOVE "(NOT ON MASTER)" TO AAD-NAME.
           IF WS-SU-AVAILABLE = "Y"
               MOVE SA-SUPPLIER (WS-SUPP-SUB) TO SU-ID
               READ SUPPLIER-MASTER KEY IS SU-ID
                   NOT INVALID KEY
                       MOVE SU-NAME TO AAD-NAME
               END-READ
           END-IF.
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               ADD SA-BUCKET (WS-SUPP-SUB WS-BKT-SUB) TO WS-ROW-TOTAL
           END-PERFORM.
           MOVE SA-BUCKET (WS-SUPP-SUB 1) TO AAD-BUCKET-1.
           MOVE SA-BUCKET (WS-SUPP-SUB 2) TO AAD-BUCKET-2.
           MOVE SA-BUCKET (WS-SUPP-SUB 3) TO AAD-BUCKET-3.
           MOVE SA-BUCKET (WS-SUPP-SUB 4) TO AAD-BUCKET-4.
           MOVE SA-BUCKET (WS-SUPP-SUB 5) TO AAD-BUCKET-5.
           MOVE WS-ROW-TOTAL TO AAD-TOTAL.
           MOVE AA-DETAIL-LINE TO WS-AA-BUILD.
           PERFORM WRITE-AGING-LINE.

       START-AGING-PAGE.
           ADD 1 TO WS-AA-PAGE-NO.
           MOVE "ACCOUNTS PAYABLE AGING" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-AA-PAGE-NO TO RPT-H-PAGE.
           WRITE AA-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE AA-PRINT-LINE FROM AA-COLUMN-LINE.
           MOVE 0 TO WS-AA-LINE-COUNT.

       WRITE-AGING-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-AA-LINE-COUNT >= 55
               PERFORM START-AGING-PAGE
           END-IF.
           WRITE AA-PRINT-LINE FROM WS-AA-BUILD.
           ADD 1 TO WS-AA-LINE-COUNT.
