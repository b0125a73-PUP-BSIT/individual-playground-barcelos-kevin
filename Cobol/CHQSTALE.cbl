       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQSTALE.
      *> Stale-cheque listing. Sweeps the issued-cheque master for
      *> cheques still outstanding - issued, never cleared by the
      *> bank and never voided - more than 180 days after issue,
      *> with days outstanding and a total, so treasury can void
      *> and reissue or write the liability back instead of
      *> carrying a cheque the bank will no longer honour.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-MASTER ASSIGN TO "CHQMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT STALE-REPORT ASSIGN TO "CHQSTALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-MASTER.
       COPY CHQMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  STALE-REPORT.
       01  SR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-CM-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-STALE-DAYS              PIC 9(3) VALUE 180.
       01  WS-DAYS-OUT                PIC S9(5).
       01  WS-STALE-COUNT             PIC 9(5) VALUE 0.
       01  WS-STALE-TOTAL             PIC 9(11)V99 VALUE 0.
      *> Report page handling - the shop's 55-line standard.
       01  WS-SR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-SR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-SR-BUILD                PIC X(132).
       01  SR-DETAIL-LINE.
           05  SRD-CHEQUE-NO          PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-PAYEE-ID           PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-PAYEE-NAME         PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE "ISSUED ".
           05  SRD-ISSUE-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRD-DAYS               PIC ZZZZ9.
           05  FILLER                 PIC X(17) VALUE
               " DAYS OUTSTANDING".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT CHEQUE-MASTER.
           IF WS-CM-FILE-STATUS NOT = "00"
               DISPLAY "CHQMAST.DAT NOT AVAILABLE - STATUS "
                   WS-CM-FILE-STATUS " - NO STALE LISTING"
               STOP RUN
           END-IF.
           OPEN OUTPUT STALE-REPORT.
           MOVE 0 TO WS-SR-PAGE-NO.
           MOVE 99 TO WS-SR-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CHEQUE-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CM-ISSUED
                           PERFORM CHECK-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHEQUE-MASTER.
           MOVE SPACES TO WS-SR-BUILD.
           STRING "STALE CHEQUES: " WS-STALE-COUNT
               "  AMOUNT: " WS-STALE-TOTAL
               DELIMITED BY SIZE INTO WS-SR-BUILD.
           PERFORM WRITE-STALE-LINE.
           MOVE WS-STALE-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-SR-BUILD.
           PERFORM WRITE-STALE-LINE.
           CLOSE STALE-REPORT.
           DISPLAY "STALE CHEQUES: " WS-STALE-COUNT
               " AMOUNT: " WS-STALE-TOTAL.
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

       CHECK-ONE-CHEQUE.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (CM-ISSUE-DATE).
           IF WS-DAYS-OUT > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               ADD CM-AMOUNT TO WS-STALE-TOTAL
               MOVE CM-CHEQUE-NO TO SRD-CHEQUE-NO
               MOVE CM-PAYEE-ID TO SRD-PAYEE-ID
               MOVE CM-PAYEE-NAME TO SRD-PAYEE-NAME
               MOVE CM-AMOUNT TO SRD-AMOUNT
               MOVE CM-ISSUE-DATE TO SRD-ISSUE-DATE
               MOVE WS-DAYS-OUT TO SRD-DAYS
               MOVE SR-DETAIL-LINE TO WS-SR-BUILD
               PERFORM WRITE-STALE-LINE
               DISPLAY SR-DETAIL-LINE
           END-IF.

       START-STALE-PAGE.
           ADD 1 TO WS-SR-PAGE-NO.
           MOVE "STALE CHEQUE LISTING" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-SR-PAGE-NO TO RPT-H-PAGE.
           WRITE SR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-SR-LINE-COUNT.

       WRITE-STALE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-SR-LINE-COUNT >= 55
               PERFORM START-STALE-PAGE
           END-IF.
           WRITE SR-PRINT-LINE FROM WS-SR-BUILD.
           ADD 1 TO WS-SR-LINE-COUNT.
