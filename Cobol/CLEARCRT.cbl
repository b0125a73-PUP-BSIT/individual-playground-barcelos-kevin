       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARCRT.
      *> Clearance certificate print run. Walks the student
      *> master and prints, in the LETTERS mold, one certificate of
      *> clearance for every student with no active hold on the
      *> student hold file - financial, library, registrar or
      *> discipline - as of the business date. A student with any
      *> hold still active gets no certificate; the run summary
      *> counts them so the office can see every student was
      *> covered, and the active hold listing says who to see.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT CLEARANCE-PRINT ASSIGN TO "CLEARCRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUMAST.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  CLEARANCE-PRINT.
       01  CC-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-SM-FILE-STATUS          PIC XX.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-CERT-COUNT              PIC 9(5) VALUE 0.
       01  WS-WITHHELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-ON-HOLD                 PIC X.
       01  WS-SEPARATOR-LINE          PIC X(60) VALUE ALL "=".
      *> Students with at least one active hold.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  WS-HOLD-OVERFLOW           PIC X VALUE "N".
       01  HELD-TABLE-AREA.
           05  HELD-STU-ID            PIC X(9) OCCURS 3000 TIMES.
      *> Print-file page handling - the shop's 55-line standard,
      *> with each certificate kept whole on its page.
       01  WS-CC-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-CC-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-CC-BUILD                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-HELD-STUDENTS.
      *> A certificate printed past a truncated hold table
      *> could clear a student who is on hold.
           IF WS-HOLD-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 ACTIVE HOLDS - NO"
                   " CERTIFICATES PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "STUMAST.DAT NOT AVAILABLE - STATUS "
                   WS-SM-FILE-STATUS " - NO CERTIFICATES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLEARANCE-PRINT.
           MOVE 0 TO WS-CC-PAGE-NO.
           MOVE 99 TO WS-CC-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ STUDENT-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-STUDENT-HELD
                       IF WS-ON-HOLD = "Y"
                           ADD 1 TO WS-WITHHELD-COUNT
                       ELSE
                           PERFORM PRINT-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           MOVE SPACES TO WS-CC-BUILD.
           STRING "RUN SUMMARY - CERTIFICATES: " WS-CERT-COUNT
               "  WITHHELD FOR ACTIVE HOLDS: " WS-WITHHELD-COUNT
               DELIMITED BY SIZE INTO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           DISPLAY WS-CC-BUILD (1:70).
           MOVE WS-CERT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           CLOSE CLEARANCE-PRINT.
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

       LOAD-HELD-STUDENTS.
      *> No hold file yet means no student is on hold.
           MOVE 0 TO WS-HT-COUNT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HOLD-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF HL-ACTIVE
                               PERFORM TABLE-ONE-HELD-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-MASTER
           END-IF.

       TABLE-ONE-HELD-STUDENT.
           MOVE "N" TO WS-ON-HOLD.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-ON-HOLD = "Y"
               IF HELD-STU-ID (WS-HT-SUB) = HL-STU-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.
           IF WS-ON-HOLD = "N"
               IF WS-HT-COUNT < 3000
                   ADD 1 TO WS-HT-COUNT
                   MOVE HL-STU-ID TO HELD-STU-ID (WS-HT-COUNT)
               ELSE
                   MOVE "Y" TO WS-HOLD-OVERFLOW
               END-IF
           END-IF.

       CHECK-STUDENT-HELD.
           MOVE "N" TO WS-ON-HOLD.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT OR WS-ON-HOLD = "Y"
               IF HELD-STU-ID (WS-HT-SUB) = SM-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.

       START-CLEARANCE-PAGE.
           ADD 1 TO WS-CC-PAGE-NO.
           MOVE "CLEARANCE CERTIFICATES" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-CC-PAGE-NO TO RPT-H-PAGE.
           WRITE CC-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE 0 TO WS-CC-LINE-COUNT.

       WRITE-CLEARANCE-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-CC-LINE-COUNT >= 55
               PERFORM START-CLEARANCE-PAGE
           END-IF.
           WRITE CC-PRINT-LINE FROM WS-CC-BUILD.
           ADD 1 TO WS-CC-LINE-COUNT.

       BREAK-PAGE-FOR-CERTIFICATE.
      *> An eight-line certificate never splits across a page
      *> boundary - the page turns early instead.
           IF WS-CC-LINE-COUNT > 47
               PERFORM START-CLEARANCE-PAGE
           END-IF.

       PRINT-ONE-CERTIFICATE.
           PERFORM BREAK-PAGE-FOR-CERTIFICATE.
           MOVE WS-SEPARATOR-LINE TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE "          CERTIFICATE OF CLEARANCE" TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE SPACES TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE SPACES TO WS-CC-BUILD.
           STRING "  This certifies that " SM-NAME
               " (" SM-ID ")"
               DELIMITED BY SIZE INTO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE "  has no financial, library, registrar or discipline"
               TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE SPACES TO WS-CC-BUILD.
           STRING "  hold on record as of " WS-BUSINESS-DATE
               " and is cleared."
               DELIMITED BY SIZE INTO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE SPACES TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           MOVE "  Office of the Registrar" TO WS-CC-BUILD.
           PERFORM WRITE-CLEARANCE-LINE.
           ADD 1 TO WS-CERT-COUNT.
