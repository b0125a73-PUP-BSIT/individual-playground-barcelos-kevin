       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMNT.
      *> Fixed-asset register maintenance sweep. Reads the add/
      *> transfer/dispose requests in FATXN.DAT and applies each
      *> against the indexed asset register, one logged line per
      *> request applied or rejected - the SUPPMNT path for the
      *> school's and warehouse's equipment. An add brings an
      *> asset on with nothing yet depreciated; a transfer moves
      *> it to another location; a disposal takes it out of
      *> service under the business date with whatever it sold
      *> for, and the depreciation run reports the gain or loss.
      *> Disposed assets are kept, never deleted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-TAG
               FILE STATUS IS WS-FA-FILE-STATUS.
           SELECT ASSET-TRANS ASSIGN TO "FATXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT ASSET-LOG ASSIGN TO "FALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FG-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY FAMAST.
       FD  ASSET-TRANS.
       COPY FATXN.
       FD  ASSET-LOG.
       COPY FALOG.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-FA-FILE-STATUS          PIC XX.
       01  WS-FX-FILE-STATUS          PIC XX.
       01  WS-FG-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-RESULT                  PIC X(30).
       01  WS-OLD-LOCATION            PIC X(10).
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN I-O ASSET-MASTER.
           IF WS-FA-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF.
           OPEN INPUT ASSET-TRANS.
           IF WS-FX-FILE-STATUS NOT = "00"
               DISPLAY "FATXN.DAT NOT AVAILABLE - STATUS "
                   WS-FX-FILE-STATUS " - NOTHING DONE"
               CLOSE ASSET-MASTER
               STOP RUN
           END-IF.
           OPEN EXTEND ASSET-LOG.
           IF WS-FG-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ASSET-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM.
           CLOSE ASSET-TRANS.
           CLOSE ASSET-LOG.
           CLOSE ASSET-MASTER.
           DISPLAY "ASSET TXNS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE FALOG.DAT".
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

       APPLY-ONE-TXN.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO WS-OLD-LOCATION.
           MOVE FX-TAG TO FA-TAG.
           IF FX-ADD
               PERFORM EDIT-ASSET-FIELDS
           END-IF.
           IF WS-RESULT = SPACES
               EVALUATE TRUE
                   WHEN FX-ADD
                       READ ASSET-MASTER KEY IS FA-TAG
                           INVALID KEY
                               PERFORM ADD-ASSET-RECORD
                           NOT INVALID KEY
                               MOVE "REJECTED - TAG ALREADY EXISTS"
                                   TO WS-RESULT
                       END-READ
                   WHEN FX-TRANSFER
                       READ ASSET-MASTER KEY IS FA-TAG
                           INVALID KEY
                               MOVE "REJECTED - TAG NOT ON FILE"
                                   TO WS-RESULT
                           NOT INVALID KEY
                               PERFORM TRANSFER-ASSET-RECORD
                       END-READ
                   WHEN FX-DISPOSE
                       READ ASSET-MASTER KEY IS FA-TAG
                           INVALID KEY
                               MOVE "REJECTED - TAG NOT ON FILE"
                                   TO WS-RESULT
                           NOT INVALID KEY
                               PERFORM DISPOSE-ASSET-RECORD
                       END-READ
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-RESULT
               END-EVALUATE
           END-IF.
           IF WS-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY FX-TAG " " WS-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO FG-TIMESTAMP.
           MOVE FX-ACTION TO FG-ACTION.
           MOVE FX-TAG TO FG-TAG.
           MOVE WS-OLD-LOCATION TO FG-OLD-LOCATION.
           MOVE FX-LOCATION TO FG-NEW-LOCATION.
           MOVE WS-RESULT TO FG-RESULT.
           WRITE FA-LOG-REC.

       EDIT-ASSET-FIELDS.
      *> An asset the depreciation run could not charge - no
      *> cost, no life, or a salvage value past its cost - never
      *> reaches the register.
           EVALUATE TRUE
               WHEN FX-TAG = SPACES
                   MOVE "REJECTED - BLANK ASSET TAG" TO WS-RESULT
               WHEN FX-DESCRIPTION = SPACES
                   MOVE "REJECTED - BLANK DESCRIPTION" TO WS-RESULT
               WHEN FX-LOCATION = SPACES
                   MOVE "REJECTED - BLANK LOCATION" TO WS-RESULT
               WHEN FX-CLASS NOT = "E" AND FX-CLASS NOT = "V"
                       AND FX-CLASS NOT = "F"
                   MOVE "REJECTED - BAD ASSET CLASS" TO WS-RESULT
               WHEN FX-ACQ-DATE IS NOT NUMERIC
                       OR FX-ACQ-DATE = 0
                       OR FX-ACQ-DATE > WS-BUSINESS-DATE
                   MOVE "REJECTED - BAD ACQUISITION DATE"
                       TO WS-RESULT
               WHEN FX-COST IS NOT NUMERIC OR FX-COST = 0
                   MOVE "REJECTED - BAD COST" TO WS-RESULT
               WHEN FX-LIFE-MONTHS IS NOT NUMERIC
                       OR FX-LIFE-MONTHS = 0
                   MOVE "REJECTED - BAD USEFUL LIFE" TO WS-RESULT
               WHEN FX-SALVAGE IS NOT NUMERIC
                       OR FX-SALVAGE NOT < FX-COST
                   MOVE "REJECTED - BAD SALVAGE VALUE" TO WS-RESULT
           END-EVALUATE.

       ADD-ASSET-RECORD.
           MOVE FX-DESCRIPTION TO FA-DESCRIPTION.
           MOVE FX-LOCATION TO FA-LOCATION.
           MOVE FX-CLASS TO FA-CLASS.
           MOVE FX-ACQ-DATE TO FA-ACQ-DATE.
           MOVE FX-COST TO FA-COST.
           MOVE FX-LIFE-MONTHS TO FA-LIFE-MONTHS.
           MOVE FX-SALVAGE TO FA-SALVAGE.
           MOVE 0 TO FA-ACCUM-DEPR.
           MOVE 0 TO FA-LAST-DEPR-PERIOD.
           MOVE "A" TO FA-STATUS.
           MOVE 0 TO FA-DISPOSAL-DATE.
           MOVE 0 TO FA-PROCEEDS.
           WRITE FIXED-ASSET-REC.
           MOVE "ADDED" TO WS-RESULT.

       TRANSFER-ASSET-RECORD.
           MOVE FA-LOCATION TO WS-OLD-LOCATION.
           EVALUATE TRUE
               WHEN FA-DISPOSED
                   MOVE "REJECTED - ASSET DISPOSED" TO WS-RESULT
               WHEN FX-LOCATION = SPACES
                   MOVE "REJECTED - BLANK LOCATION" TO WS-RESULT
               WHEN FX-LOCATION = FA-LOCATION
                   MOVE "REJECTED - ALREADY AT LOCATION"
                       TO WS-RESULT
               WHEN OTHER
                   MOVE FX-LOCATION TO FA-LOCATION
                   REWRITE FIXED-ASSET-REC
                   MOVE "TRANSFERRED" TO WS-RESULT
           END-EVALUATE.

       DISPOSE-ASSET-RECORD.
           MOVE FA-LOCATION TO WS-OLD-LOCATION.
           EVALUATE TRUE
               WHEN FA-DISPOSED
                   MOVE "REJECTED - ALREADY DISPOSED" TO WS-RESULT
               WHEN FX-PROCEEDS IS NOT NUMERIC
                   MOVE "REJECTED - BAD PROCEEDS" TO WS-RESULT
               WHEN OTHER
                   MOVE "D" TO FA-STATUS
                   MOVE WS-BUSINESS-DATE TO FA-DISPOSAL-DATE
                   MOVE FX-PROCEEDS TO FA-PROCEEDS
                   REWRITE FIXED-ASSET-REC
                   MOVE "DISPOSED" TO WS-RESULT
           END-EVALUATE.
