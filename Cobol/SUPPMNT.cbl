       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
      *> Supplier-master maintenance sweep. Reads the add/change/
      *> deactivate transactions in SUPPTXN.DAT and applies each
      *> against the indexed supplier master, one logged line per
      *> transaction applied or rejected - the ACCTMNT path on the
      *> payables side, so the supplier behind an SKUSUPP code has
      *> a name, an address, a TIN and terms on file before AP
      *> voucher entry will pay it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-ID
               FILE STATUS IS WS-SU-FILE-STATUS.
           SELECT SUPP-TRANS ASSIGN TO "SUPPTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UX-FILE-STATUS.
           SELECT SUPP-LOG ASSIGN TO "SUPPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER.
       COPY SUPPMAST.
       FD  SUPP-TRANS.
       COPY SUPPTXN.
       FD  SUPP-LOG.
       COPY SUPPLOG.
       WORKING-STORAGE SECTION.
       01  WS-SU-FILE-STATUS          PIC XX.
       01  WS-UX-FILE-STATUS          PIC XX.
       01  WS-UG-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-RESULT                  PIC X(30).
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN I-O SUPPLIER-MASTER.
           IF WS-SU-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.
           OPEN INPUT SUPP-TRANS.
           IF WS-UX-FILE-STATUS NOT = "00"
               DISPLAY "SUPPTXN.DAT NOT AVAILABLE - STATUS "
                   WS-UX-FILE-STATUS " - NOTHING DONE"
               CLOSE SUPPLIER-MASTER
               STOP RUN
           END-IF.
           OPEN EXTEND SUPP-LOG.
           IF WS-UG-FILE-STATUS = "35"
               OPEN OUTPUT SUPP-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ SUPP-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-TXN
               END-READ
           END-PERFORM.
           CLOSE SUPP-TRANS.
           CLOSE SUPP-LOG.
           CLOSE SUPPLIER-MASTER.
           DISPLAY "SUPPLIER TXNS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE SUPPLOG.DAT".
           STOP RUN.

       APPLY-ONE-TXN.
           MOVE SPACES TO WS-RESULT.
           MOVE UX-ID TO SU-ID.
           IF (UX-ADD OR UX-CHANGE)
               PERFORM EDIT-SUPPLIER-FIELDS
           END-IF.
           IF WS-RESULT = SPACES
               EVALUATE TRUE
                   WHEN UX-ADD
                       READ SUPPLIER-MASTER KEY IS SU-ID
                           INVALID KEY
                               PERFORM ADD-SUPPLIER-RECORD
                           NOT INVALID KEY
                               MOVE "REJECTED - ID ALREADY EXISTS"
                                   TO WS-RESULT
                       END-READ
                   WHEN UX-CHANGE
                       READ SUPPLIER-MASTER KEY IS SU-ID
                           INVALID KEY
                               MOVE "REJECTED - ID NOT ON FILE"
                                   TO WS-RESULT
                           NOT INVALID KEY
                               PERFORM CHANGE-SUPPLIER-RECORD
                       END-READ
                   WHEN UX-DEACTIVATE
                       READ SUPPLIER-MASTER KEY IS SU-ID
                           INVALID KEY
                               MOVE "REJECTED - ID NOT ON FILE"
                                   TO WS-RESULT
                           NOT INVALID KEY
      *> Deactivated, never deleted - the voucher file still
      *> carries the supplier's history, and a deleted supplier
      *> would orphan it.
                               MOVE "I" TO SU-STATUS
                               REWRITE SUPP-MASTER-REC
                               MOVE "DEACTIVATED" TO WS-RESULT
                       END-READ
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-RESULT
               END-EVALUATE
           END-IF.
           IF WS-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY UX-ID " " WS-RESULT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO UG-TIMESTAMP.
           MOVE UX-ACTION TO UG-ACTION.
           MOVE UX-ID TO UG-ID.
           MOVE WS-RESULT TO UG-RESULT.
           WRITE SUPP-LOG-REC.

       EDIT-SUPPLIER-FIELDS.
      *> A supplier the payment run cannot address a cheque to, or
      *> whose terms cannot date a voucher, never reaches the file.
           EVALUATE TRUE
               WHEN UX-ID = SPACES
                   MOVE "REJECTED - BLANK SUPPLIER ID" TO WS-RESULT
               WHEN UX-NAME = SPACES
                   MOVE "REJECTED - BLANK NAME" TO WS-RESULT
               WHEN UX-TIN = SPACES
                   MOVE "REJECTED - BLANK TIN" TO WS-RESULT
               WHEN UX-TERMS-DAYS IS NOT NUMERIC
                   MOVE "REJECTED - BAD TERMS DAYS" TO WS-RESULT
           END-EVALUATE.

       ADD-SUPPLIER-RECORD.
           MOVE UX-NAME TO SU-NAME.
           MOVE UX-ADDRESS TO SU-ADDRESS.
           MOVE UX-TIN TO SU-TIN.
           MOVE UX-TERMS-DAYS TO SU-TERMS-DAYS.
           MOVE "A" TO SU-STATUS.
           WRITE SUPP-MASTER-REC.
           MOVE "ADDED" TO WS-RESULT.

       CHANGE-SUPPLIER-RECORD.
           MOVE UX-NAME TO SU-NAME.
           MOVE UX-ADDRESS TO SU-ADDRESS.
           MOVE UX-TIN TO SU-TIN.
           MOVE UX-TERMS-DAYS TO SU-TERMS-DAYS.
           REWRITE SUPP-MASTER-REC.
           MOVE "CHANGED" TO WS-RESULT.
