       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      *> Hold maintenance for the library, registrar and
      *> discipline offices. Applies each place/lift line of
      *> HOLDTXN.DAT against the student hold file, in file order:
      *> a placement needs a student on the student master, a hold
      *> type other than financial, the placing office, and no hold
      *> of that type from that office already active; a lift needs
      *> the active hold of that type the same office placed, which
      *> is stamped lifted with the business date and kept on file
      *> as history. Financial holds are refused here - the nightly
      *> hold run places and lifts them off the invoice register.
      *> Every line prints applied or rejected with its reason to
      *> HOLDMNT.DAT and HOLDMAST.DAT is rewritten whole.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANS ASSIGN TO "HOLDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-FILE-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "HOLDMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRANS.
       COPY HOLDTXN.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  MAINT-REPORT.
       01  HM-PRINT-LINE              PIC X(132).
       FD  STUDENT-MASTER.
       COPY STUMAST.
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-HQ-FILE-STATUS          PIC XX.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-REASON                  PIC X(40).
       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-TABLE-OVERFLOW          PIC X VALUE "N".
      *> The hold file, held whole for the rewrite.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  WS-HT-HIT                  PIC 9(4).
       01  HOLD-TABLE-AREA.
           05  HOLD-ENTRY OCCURS 3000 TIMES.
               10  HLT-STU-ID         PIC X(9).
               10  HLT-TYPE           PIC X.
               10  HLT-OFFICE         PIC X(10).
               10  HLT-STATUS         PIC X.
               10  HLT-PLACED-DATE    PIC 9(8).
               10  HLT-LIFTED-DATE    PIC 9(8).
               10  HLT-AMOUNT         PIC 9(7)V99.
               10  HLT-REASON         PIC X(30).
      *> Report page handling - the shop's 55-line standard.
       01  WS-HM-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-HM-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-HM-BUILD                PIC X(132).
       01  HM-COLUMN-LINE.
           05  FILLER                 PIC X(4)  VALUE "ACT".
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(6)  VALUE "TYPE".
           05  FILLER                 PIC X(12) VALUE "OFFICE".
           05  FILLER                 PIC X(10) VALUE "RESULT".
           05  FILLER                 PIC X(6)  VALUE "REASON".
       01  HM-DETAIL-LINE.
           05  HMD-ACTION             PIC X.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  HMD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HMD-TYPE               PIC X.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  HMD-OFFICE             PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HMD-RESULT             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HMD-REASON             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT HOLD-TRANS.
           IF WS-HQ-FILE-STATUS NOT = "00"
               DISPLAY "HOLDTXN.DAT NOT AVAILABLE - STATUS "
                   WS-HQ-FILE-STATUS " - NOTHING DONE"
               STOP RUN
           END-IF.
           PERFORM LOAD-HOLDS.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "HOLDMAST.DAT EXCEEDS 3000 HOLDS - RUN"
                   " REFUSED, HOLDMAST.DAT LEFT UNTOUCHED"
               CLOSE HOLD-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "STUMAST.DAT NOT AVAILABLE - STATUS "
                   WS-SM-FILE-STATUS " - RUN REFUSED"
               CLOSE HOLD-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           MOVE 0 TO WS-HM-PAGE-NO.
           MOVE 99 TO WS-HM-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ HOLD-TRANS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE HOLD-TRANS.
           CLOSE STUDENT-MASTER.
           PERFORM REWRITE-HOLD-FILE.
           MOVE WS-READ-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-HM-BUILD.
           PERFORM WRITE-MAINT-LINE.
           CLOSE MAINT-REPORT.
           DISPLAY "HOLD LINES READ: " WS-READ-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " - SEE HOLDMNT.DAT".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
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

       LOAD-HOLDS.
           MOVE 0 TO WS-HT-COUNT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLD-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TABLE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       TABLE-ONE-HOLD.
           IF WS-HT-COUNT < 3000
               ADD 1 TO WS-HT-COUNT
               MOVE HL-STU-ID TO HLT-STU-ID (WS-HT-COUNT)
               MOVE HL-TYPE TO HLT-TYPE (WS-HT-COUNT)
               MOVE HL-OFFICE TO HLT-OFFICE (WS-HT-COUNT)
               MOVE HL-STATUS TO HLT-STATUS (WS-HT-COUNT)
               MOVE HL-PLACED-DATE TO HLT-PLACED-DATE (WS-HT-COUNT)
               MOVE HL-LIFTED-DATE TO HLT-LIFTED-DATE (WS-HT-COUNT)
               MOVE HL-AMOUNT TO HLT-AMOUNT (WS-HT-COUNT)
               MOVE HL-REASON TO HLT-REASON (WS-HT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       APPLY-ONE-TRANSACTION.
      *> Edits run in order - the first failure is the reason
      *> printed.
           MOVE SPACES TO WS-REASON.
           IF NOT HQ-PLACE AND NOT HQ-LIFT
               MOVE "ACTION MUST BE P OR L" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES AND HQ-TYPE = "F"
               MOVE "FINANCIAL HOLDS ARE SET BY THE NIGHT RUN"
                   TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               IF HQ-TYPE NOT = "L" AND HQ-TYPE NOT = "R"
                       AND HQ-TYPE NOT = "D"
                   MOVE "HOLD TYPE MUST BE L, R OR D" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES AND HQ-OFFICE = SPACES
               MOVE "OFFICE NOT GIVEN" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               MOVE HQ-STU-ID TO SM-ID
               READ STUDENT-MASTER KEY IS SM-ID
                   INVALID KEY
                       MOVE "STUDENT NOT ON STUDENT MASTER"
                           TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               PERFORM FIND-ACTIVE-HOLD
               IF HQ-PLACE
                   PERFORM PLACE-OFFICE-HOLD
               ELSE
                   PERFORM LIFT-OFFICE-HOLD
               END-IF
           END-IF.
           MOVE HQ-ACTION TO HMD-ACTION.
           MOVE HQ-STU-ID TO HMD-STU-ID.
           MOVE HQ-TYPE TO HMD-TYPE.
           MOVE HQ-OFFICE TO HMD-OFFICE.
           MOVE WS-REASON TO HMD-REASON.
           IF WS-REASON = SPACES
               MOVE "APPLIED" TO HMD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO HMD-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           MOVE HM-DETAIL-LINE TO WS-HM-BUILD.
           PERFORM WRITE-MAINT-LINE.

       FIND-ACTIVE-HOLD.
           MOVE 0 TO WS-HT-HIT.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-HT-HIT > 0
               IF HLT-STU-ID (WS-HT-SUB) = HQ-STU-ID
                       AND HLT-TYPE (WS-HT-SUB) = HQ-TYPE
                       AND HLT-OFFICE (WS-HT-SUB) = HQ-OFFICE
                       AND HLT-STATUS (WS-HT-SUB) = "A"
                   MOVE WS-HT-SUB TO WS-HT-HIT
               END-IF
           END-PERFORM.

       PLACE-OFFICE-HOLD.
           IF WS-HT-HIT > 0
               MOVE "HOLD ALREADY ACTIVE" TO WS-REASON
           ELSE
               IF WS-HT-COUNT NOT < 3000
                   MOVE "HOLD TABLE FULL" TO WS-REASON
               ELSE
                   ADD 1 TO WS-HT-COUNT
                   MOVE HQ-STU-ID TO HLT-STU-ID (WS-HT-COUNT)
                   MOVE HQ-TYPE TO HLT-TYPE (WS-HT-COUNT)
                   MOVE HQ-OFFICE TO HLT-OFFICE (WS-HT-COUNT)
                   MOVE "A" TO HLT-STATUS (WS-HT-COUNT)
                   MOVE WS-BUSINESS-DATE
                       TO HLT-PLACED-DATE (WS-HT-COUNT)
                   MOVE 0 TO HLT-LIFTED-DATE (WS-HT-COUNT)
                   MOVE 0 TO HLT-AMOUNT (WS-HT-COUNT)
                   MOVE HQ-REASON TO HLT-REASON (WS-HT-COUNT)
               END-IF
           END-IF.

       LIFT-OFFICE-HOLD.
           IF WS-HT-HIT = 0
               MOVE "NO ACTIVE HOLD FROM THIS OFFICE" TO WS-REASON
           ELSE
               MOVE "L" TO HLT-STATUS (WS-HT-HIT)
               MOVE WS-BUSINESS-DATE TO HLT-LIFTED-DATE (WS-HT-HIT)
           END-IF.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-MASTER.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT
               MOVE HLT-STU-ID (WS-HT-SUB) TO HL-STU-ID
               MOVE HLT-TYPE (WS-HT-SUB) TO HL-TYPE
               MOVE HLT-OFFICE (WS-HT-SUB) TO HL-OFFICE
               MOVE HLT-STATUS (WS-HT-SUB) TO HL-STATUS
               MOVE HLT-PLACED-DATE (WS-HT-SUB) TO HL-PLACED-DATE
               MOVE HLT-LIFTED-DATE (WS-HT-SUB) TO HL-LIFTED-DATE
               MOVE HLT-AMOUNT (WS-HT-SUB) TO HL-AMOUNT
               MOVE HLT-REASON (WS-HT-SUB) TO HL-REASON
               WRITE STUDENT-HOLD-REC
           END-PERFORM.
           CLOSE HOLD-MASTER.

       START-MAINT-PAGE.
           ADD 1 TO WS-HM-PAGE-NO.
           MOVE "HOLD MAINTENANCE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-HM-PAGE-NO TO RPT-H-PAGE.
           WRITE HM-PRINT-LINE FROM RPT-HEADER-LINE.
           WRITE HM-PRINT-LINE FROM HM-COLUMN-LINE.
           MOVE 0 TO WS-HM-LINE-COUNT.

       WRITE-MAINT-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-HM-LINE-COUNT >= 55
               PERFORM START-MAINT-PAGE
           END-IF.
           WRITE HM-PRINT-LINE FROM WS-HM-BUILD.
           ADD 1 TO WS-HM-LINE-COUNT.
