       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQISSUE.
      *> Cheque issue run - the consumer CHEQUES.DAT never had.
      *> Treasury's void / void-and-reissue / cleared transactions
      *> in CHQTXN.DAT are applied first against the issued-cheque
      *> master, then every line waiting on the cheque queue is
      *> given the next number off the controlled series in
      *> CHQSEQ.DAT, printed to the cheque print file and written
      *> to the master. The series never skips or repeats: a queue
      *> line the remaining stock cannot cover stays queued for the
      *> next run, and the run says so. A cheque register prints
      *> every cheque issued, reissued, voided and cleared with
      *> control totals; the master, the series and the queue
      *> (less what was issued) are rewritten, the transactions
      *> cleared, and GLPOST picks the day's issues and voids up
      *> off the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-QUEUE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT CHEQUE-MASTER ASSIGN TO "CHQMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT CHEQUE-SEQ ASSIGN TO "CHQSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.
           SELECT CHEQUE-TRANS ASSIGN TO "CHQTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT CHEQUE-PRINT ASSIGN TO "CHQPRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-QUEUE.
       COPY CHEQUES.
       FD  CHEQUE-MASTER.
       COPY CHQMAST.
       FD  CHEQUE-SEQ.
       COPY CHQSEQ.
       FD  CHEQUE-TRANS.
       COPY CHQTXN.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  CHEQUE-PRINT.
       01  CP-PRINT-LINE              PIC X(80).
       FD  CHEQUE-REGISTER.
       01  CR-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-CQ-FILE-STATUS          PIC XX.
       01  WS-CM-FILE-STATUS          PIC XX.
       01  WS-CN-FILE-STATUS          PIC XX.
       01  WS-CT-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-PERIOD-STATUS           PIC X(7).
       01  WS-NEXT-CHEQUE             PIC 9(6).
       01  WS-LAST-CHEQUE             PIC 9(6).
       01  WS-TXN-PRESENT             PIC X VALUE "N".
       01  WS-RESULT                  PIC X(30).
       01  WS-FOUND-SUB               PIC 9(4).
       01  WS-OLD-CHEQUE              PIC 9(6).
       01  WS-ISSUED-COUNT            PIC 9(5) VALUE 0.
       01  WS-ISSUED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-REISSUED-COUNT          PIC 9(5) VALUE 0.
       01  WS-VOIDED-COUNT            PIC 9(5) VALUE 0.
       01  WS-VOIDED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(5) VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-REGISTER-LINES          PIC 9(5) VALUE 0.
      *> The queue in memory - each line is marked once issued,
      *> and only the unmarked ones are written back.
       01  WS-QUEUE-COUNT             PIC 9(4) VALUE 0.
       01  WS-QUEUE-SUB               PIC 9(4).
       01  WS-QUEUE-OVERFLOW          PIC X VALUE "N".
       01  QUEUE-TABLE-AREA.
           05  QUEUE-ENTRY OCCURS 1000 TIMES.
               10  QT-LINE            PIC X(55).
               10  QT-ISSUED          PIC X.
      *> The whole cheque master in memory for the status
      *> changes and the appended issues - past capacity the run is
      *> refused, because the rewrite would truncate the file.
       01  WS-MAST-COUNT              PIC 9(4) VALUE 0.
       01  WS-MAST-SUB                PIC 9(4).
       01  WS-MAST-OVERFLOW           PIC X VALUE "N".
       01  MASTER-TABLE-AREA.
           05  MT-ENTRY               PIC X(84) OCCURS 5000 TIMES.
      *> Working mirrors of one queue line and one master line.
       01  QW-QUEUE-REC.
           05  QW-EMP-ID              PIC X(5).
           05  QW-EMP-NAME            PIC X(20).
           05  QW-NET-AMOUNT          PIC 9(8)V99.
           05  QW-QUEUE-DATE          PIC 9(8).
           05  QW-SOURCE              PIC X(12).
       01  CW-CHEQUE-REC.
           05  CW-CHEQUE-NO           PIC 9(6).
           05  CW-PAYEE-ID            PIC X(5).
           05  CW-PAYEE-NAME          PIC X(20).
           05  CW-AMOUNT              PIC 9(8)V99.
           05  CW-QUEUE-DATE          PIC 9(8).
           05  CW-SOURCE              PIC X(12).
           05  CW-ISSUE-DATE          PIC 9(8).
           05  CW-STATUS              PIC X.
           05  CW-STATUS-DATE         PIC 9(8).
           05  CW-REPLACES            PIC 9(6).
      *> The cheque face - payee, date and a protected amount.
       01  CP-NUMBER-LINE.
           05  FILLER                 PIC X(10) VALUE "CHEQUE NO ".
           05  CPN-CHEQUE-NO          PIC 9(6).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE "DATE ".
           05  CPN-DATE               PIC 9(8).
       01  CP-PAYEE-LINE.
           05  FILLER                 PIC X(20) VALUE
               "PAY TO THE ORDER OF ".
           05  CPP-NAME               PIC X(20).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  CPP-AMOUNT             PIC **,***,**9.99.
       01  CP-MEMO-LINE.
           05  FILLER                 PIC X(9) VALUE "PAYEE ID ".
           05  CPM-PAYEE-ID           PIC X(5).
           05  FILLER                 PIC X(6) VALUE "  REF ".
           05  CPM-SOURCE             PIC X(12).
           05  FILLER                 PIC X(11) VALUE "  REPLACES ".
           05  CPM-REPLACES           PIC X(6).
       01  CP-SEPARATOR-LINE          PIC X(80) VALUE ALL "-".
      *> Register page handling - the shop's 55-line standard.
       01  WS-CR-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-CR-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CR-BUILD                PIC X(132).
       01  CR-DETAIL-LINE.
           05  CRD-CHEQUE-NO          PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRD-PAYEE-ID           PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRD-PAYEE-NAME         PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRD-SOURCE             PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRD-RESULT             PIC X(30).

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
           OPEN INPUT CHEQUE-SEQ.
           IF WS-CN-FILE-STATUS NOT = "00"
               DISPLAY "CHQSEQ.DAT NOT AVAILABLE - STATUS "
                   WS-CN-FILE-STATUS " - SET UP THE CHEQUE SERIES"
                   " BEFORE ISSUING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHEQUE-SEQ
               AT END
                   MOVE 0 TO CN-NEXT-NUMBER
                   MOVE 0 TO CN-LAST-NUMBER
           END-READ.
           MOVE CN-NEXT-NUMBER TO WS-NEXT-CHEQUE.
           MOVE CN-LAST-NUMBER TO WS-LAST-CHEQUE.
           CLOSE CHEQUE-SEQ.
           PERFORM LOAD-CHEQUE-QUEUE.
           PERFORM LOAD-CHEQUE-MASTER.
           IF WS-QUEUE-OVERFLOW = "Y" OR WS-MAST-OVERFLOW = "Y"
               DISPLAY "CHEQUES.DAT OR CHQMAST.DAT PAST TABLE"
                   " CAPACITY - RUN REFUSED, FILES LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHEQUE-PRINT.
           OPEN OUTPUT CHEQUE-REGISTER.
           MOVE 0 TO WS-CR-PAGE-NO.
           MOVE 99 TO WS-CR-LINE-COUNT.
           PERFORM APPLY-CHEQUE-TRANSACTIONS.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               PERFORM ISSUE-ONE-QUEUED-CHEQUE
           END-PERFORM.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE CHEQUE-REGISTER.
           CLOSE CHEQUE-PRINT.
           PERFORM REWRITE-CHEQUE-MASTER.
           PERFORM REWRITE-CHEQUE-QUEUE.
      *> Applied transactions are cleared, the PAYPOST way, so
      *> a rerun cannot void or reissue the same cheque twice.
           IF WS-TXN-PRESENT = "Y"
               OPEN OUTPUT CHEQUE-TRANS
               CLOSE CHEQUE-TRANS
           END-IF.
           OPEN OUTPUT CHEQUE-SEQ.
           MOVE WS-NEXT-CHEQUE TO CN-NEXT-NUMBER.
           MOVE WS-LAST-CHEQUE TO CN-LAST-NUMBER.
           WRITE CHEQUE-SEQ-REC.
           CLOSE CHEQUE-SEQ.
           DISPLAY "CHEQUES ISSUED: " WS-ISSUED-COUNT
               " AMOUNT: " WS-ISSUED-TOTAL
               " REISSUED: " WS-REISSUED-COUNT
               " VOIDED: " WS-VOIDED-COUNT
               " CLEARED: " WS-CLEARED-COUNT.
           IF WS-HELD-COUNT > 0
               DISPLAY "CHEQUE SERIES EXHAUSTED - " WS-HELD-COUNT
                   " LINE(S) LEFT ON CHEQUES.DAT - LOAD NEW STOCK"
               MOVE 8 TO RETURN-CODE
           END-IF.
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

       LOAD-CHEQUE-QUEUE.
           OPEN INPUT CHEQUE-QUEUE.
           IF WS-CQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHEQUE-QUEUE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-QUEUE-COUNT >= 1000
                               MOVE "Y" TO WS-QUEUE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE CHEQUE-QUEUE-REC
                                   TO QT-LINE (WS-QUEUE-COUNT)
                               MOVE "N"
                                   TO QT-ISSUED (WS-QUEUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-QUEUE
           END-IF.

       LOAD-CHEQUE-MASTER.
           OPEN INPUT CHEQUE-MASTER.
           IF WS-CM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHEQUE-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-MAST-COUNT >= 5000
                               MOVE "Y" TO WS-MAST-OVERFLOW
                           ELSE
                               ADD 1 TO WS-MAST-COUNT
                               MOVE CHEQUE-MASTER-REC
                                   TO MT-ENTRY (WS-MAST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-MASTER
           END-IF.

       APPLY-CHEQUE-TRANSACTIONS.
      *> Voids and reissues go first, so a reissue takes its
      *> number ahead of the day's queue.
           OPEN INPUT CHEQUE-TRANS.
           IF WS-CT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHEQUE-TRANS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM APPLY-ONE-CHEQUE-TXN
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-TRANS
               MOVE "Y" TO WS-TXN-PRESENT
           END-IF.

       APPLY-ONE-CHEQUE-TXN.
           MOVE SPACES TO WS-RESULT.
           PERFORM FIND-MASTER-CHEQUE.
           EVALUATE TRUE
               WHEN NOT (CT-VOID OR CT-REISSUE OR CT-CLEAR)
                   MOVE "REJECTED - UNKNOWN ACTION CODE" TO WS-RESULT
               WHEN WS-FOUND-SUB = 0
                   MOVE "REJECTED - CHEQUE NOT ON FILE" TO WS-RESULT
               WHEN CW-STATUS NOT = "I"
                   MOVE "REJECTED - NOT OUTSTANDING" TO WS-RESULT
               WHEN CT-REISSUE AND WS-NEXT-CHEQUE > WS-LAST-CHEQUE
                   MOVE "REJECTED - SERIES EXHAUSTED" TO WS-RESULT
           END-EVALUATE.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE CT-CHEQUE-NO TO CRD-CHEQUE-NO
               MOVE SPACES TO CRD-PAYEE-ID
               MOVE SPACES TO CRD-PAYEE-NAME
               MOVE 0 TO CRD-AMOUNT
               MOVE CT-REASON TO CRD-SOURCE
               MOVE WS-RESULT TO CRD-RESULT
               PERFORM WRITE-REGISTER-DETAIL
               DISPLAY CT-CHEQUE-NO " " WS-RESULT
           ELSE
               IF CT-CLEAR
                   MOVE "C" TO CW-STATUS
                   MOVE WS-BUSINESS-DATE TO CW-STATUS-DATE
                   MOVE CW-CHEQUE-REC TO MT-ENTRY (WS-FOUND-SUB)
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE "CLEARED" TO WS-RESULT
                   PERFORM REGISTER-MASTER-LINE
               ELSE
                   MOVE "V" TO CW-STATUS
                   MOVE WS-BUSINESS-DATE TO CW-STATUS-DATE
                   MOVE CW-CHEQUE-REC TO MT-ENTRY (WS-FOUND-SUB)
                   ADD 1 TO WS-VOIDED-COUNT
                   ADD CW-AMOUNT TO WS-VOIDED-TOTAL
                   MOVE "VOIDED" TO WS-RESULT
                   PERFORM REGISTER-MASTER-LINE
                   IF CT-REISSUE
                       PERFORM REISSUE-VOIDED-CHEQUE
                   END-IF
               END-IF
           END-IF.

       FIND-MASTER-CHEQUE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                   UNTIL WS-MAST-SUB > WS-MAST-COUNT
                   OR WS-FOUND-SUB > 0
               MOVE MT-ENTRY (WS-MAST-SUB) TO CW-CHEQUE-REC
               IF CW-CHEQUE-NO = CT-CHEQUE-NO
                   MOVE WS-MAST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > 0
               MOVE MT-ENTRY (WS-FOUND-SUB) TO CW-CHEQUE-REC
           END-IF.

       REISSUE-VOIDED-CHEQUE.
      *> Same payee, amount, queue date and source as the void,
      *> under the next number, pointing back at the one it
      *> replaces.
           MOVE CW-CHEQUE-NO TO WS-OLD-CHEQUE.
           MOVE WS-NEXT-CHEQUE TO CW-CHEQUE-NO.
           ADD 1 TO WS-NEXT-CHEQUE.
           MOVE WS-BUSINESS-DATE TO CW-ISSUE-DATE.
           MOVE "I" TO CW-STATUS.
           MOVE 0 TO CW-STATUS-DATE.
           MOVE WS-OLD-CHEQUE TO CW-REPLACES.
           PERFORM APPEND-MASTER-CHEQUE.
           ADD 1 TO WS-REISSUED-COUNT.
           ADD CW-AMOUNT TO WS-ISSUED-TOTAL.
           MOVE "REISSUED" TO WS-RESULT.
           PERFORM REGISTER-MASTER-LINE.
           PERFORM PRINT-ONE-CHEQUE.

       ISSUE-ONE-QUEUED-CHEQUE.
           MOVE QT-LINE (WS-QUEUE-SUB) TO QW-QUEUE-REC.
           IF WS-NEXT-CHEQUE > WS-LAST-CHEQUE
      *> Out of stock - the line waits for the next run rather
      *> than go out under a number that is not on the paper.
               ADD 1 TO WS-HELD-COUNT
               ADD QW-NET-AMOUNT TO WS-HELD-TOTAL
           ELSE
               MOVE WS-NEXT-CHEQUE TO CW-CHEQUE-NO
               ADD 1 TO WS-NEXT-CHEQUE
               MOVE QW-EMP-ID TO CW-PAYEE-ID
               MOVE QW-EMP-NAME TO CW-PAYEE-NAME
               MOVE QW-NET-AMOUNT TO CW-AMOUNT
               MOVE QW-QUEUE-DATE TO CW-QUEUE-DATE
               MOVE QW-SOURCE TO CW-SOURCE
               MOVE WS-BUSINESS-DATE TO CW-ISSUE-DATE
               MOVE "I" TO CW-STATUS
               MOVE 0 TO CW-STATUS-DATE
               MOVE 0 TO CW-REPLACES
               PERFORM APPEND-MASTER-CHEQUE
               MOVE "Y" TO QT-ISSUED (WS-QUEUE-SUB)
               ADD 1 TO WS-ISSUED-COUNT
               ADD CW-AMOUNT TO WS-ISSUED-TOTAL
               MOVE "ISSUED" TO WS-RESULT
               PERFORM REGISTER-MASTER-LINE
               PERFORM PRINT-ONE-CHEQUE
           END-IF.

       APPEND-MASTER-CHEQUE.
      *> Capacity was checked at load against the file alone -
      *> a day's issues past it refuse the append loudly rather
      *> than lose the cheque from the master.
           IF WS-MAST-COUNT >= 5000
               DISPLAY "CHQMAST.DAT FULL - CHEQUE " CW-CHEQUE-NO
                   " NOT RECORDED - RUN ABANDONED, DISCARD"
                   " CHQPRINT.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAST-COUNT.
           MOVE CW-CHEQUE-REC TO MT-ENTRY (WS-MAST-COUNT).

       PRINT-ONE-CHEQUE.
           MOVE CW-CHEQUE-NO TO CPN-CHEQUE-NO.
           MOVE CW-ISSUE-DATE TO CPN-DATE.
           WRITE CP-PRINT-LINE FROM CP-NUMBER-LINE.
           MOVE CW-PAYEE-NAME TO CPP-NAME.
           MOVE CW-AMOUNT TO CPP-AMOUNT.
           WRITE CP-PRINT-LINE FROM CP-PAYEE-LINE.
           MOVE CW-PAYEE-ID TO CPM-PAYEE-ID.
           MOVE CW-SOURCE TO CPM-SOURCE.
           IF CW-REPLACES > 0
               MOVE CW-REPLACES TO CPM-REPLACES
           ELSE
               MOVE SPACES TO CPM-REPLACES
           END-IF.
           WRITE CP-PRINT-LINE FROM CP-MEMO-LINE.
           WRITE CP-PRINT-LINE FROM CP-SEPARATOR-LINE.

       REGISTER-MASTER-LINE.
           MOVE CW-CHEQUE-NO TO CRD-CHEQUE-NO.
           MOVE CW-PAYEE-ID TO CRD-PAYEE-ID.
           MOVE CW-PAYEE-NAME TO CRD-PAYEE-NAME.
           MOVE CW-AMOUNT TO CRD-AMOUNT.
           MOVE CW-SOURCE TO CRD-SOURCE.
           MOVE WS-RESULT TO CRD-RESULT.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           ADD 1 TO WS-REGISTER-LINES.
           MOVE CR-DETAIL-LINE TO WS-CR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       REWRITE-CHEQUE-MASTER.
           OPEN OUTPUT CHEQUE-MASTER.
           PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                   UNTIL WS-MAST-SUB > WS-MAST-COUNT
               MOVE MT-ENTRY (WS-MAST-SUB) TO CHEQUE-MASTER-REC
               WRITE CHEQUE-MASTER-REC
           END-PERFORM.
           CLOSE CHEQUE-MASTER.

       REWRITE-CHEQUE-QUEUE.
      *> Only what was not issued goes back on the queue.
           OPEN OUTPUT CHEQUE-QUEUE.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               IF QT-ISSUED (WS-QUEUE-SUB) = "N"
                   MOVE QT-LINE (WS-QUEUE-SUB) TO CHEQUE-QUEUE-REC
                   WRITE CHEQUE-QUEUE-REC
               END-IF
           END-PERFORM.
           CLOSE CHEQUE-QUEUE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-CR-BUILD.
           STRING "ISSUED: " WS-ISSUED-COUNT
               "  REISSUED: " WS-REISSUED-COUNT
               "  AMOUNT: " WS-ISSUED-TOTAL
               DELIMITED BY SIZE INTO WS-CR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-CR-BUILD.
           STRING "VOIDED: " WS-VOIDED-COUNT
               "  AMOUNT: " WS-VOIDED-TOTAL
               "  CLEARED: " WS-CLEARED-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-CR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-CR-BUILD.
           STRING "LEFT ON QUEUE: " WS-HELD-COUNT
               "  AMOUNT: " WS-HELD-TOTAL
               "  NEXT CHEQUE: " WS-NEXT-CHEQUE
               "  LAST IN STOCK: " WS-LAST-CHEQUE
               DELIMITED BY SIZE INTO WS-CR-BUILD.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-LINES TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-CR-BUILD.
           PERFORM WRITE-REGISTER-LINE.

       START-REGISTER-PAGE.
           ADD 1 TO WS-CR-PAGE-NO.
           MOVE "CHEQUE REGISTER" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CR-PAGE-NO TO RPT-H-PAGE.
           WRITE CR-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-CR-LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-CR-LINE-COUNT >= 55
               PERFORM START-REGISTER-PAGE
           END-IF.
           WRITE CR-PRINT-LINE FROM WS-CR-BUILD.
           ADD 1 TO WS-CR-LINE-COUNT.
