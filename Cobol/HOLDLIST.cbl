       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDLIST.
      *> Active hold listing by office. Every hold still active
      *> on the student hold file prints under the office that
      *> placed it, by student number, with the hold type, the date
      *> placed, how many days it has stood, the reason and - for
      *> the bursar's financial holds - the unpaid balance the
      *> nightly hold run last found. Each office starts a fresh
      *> page and closes with its own count, so the listing can be
      *> split and handed to the offices as printed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HL-FILE-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT HOLD-LISTING ASSIGN TO "HOLDLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER.
       COPY HOLDMAST.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  HOLD-LISTING.
       01  HS-PRINT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       01  WS-HL-FILE-STATUS          PIC XX.
       01  WS-RD-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-BUSINESS-DATE           PIC 9(8).
       01  WS-DAYS-HELD               PIC S9(5).
       01  WS-OFFICE-COUNT            PIC 9(5).
       01  WS-HOLD-OVERFLOW           PIC X VALUE "N".
       01  WS-CURRENT-OFFICE          PIC X(10).
      *> Active holds, exchange-sorted by office then student.
       01  WS-HT-COUNT                PIC 9(4) VALUE 0.
       01  WS-HT-SUB                  PIC 9(4).
       01  WS-HT-NEXT                 PIC 9(4).
       01  WS-HT-SWAPPED              PIC X.
       01  WS-HT-HOLD-AREA            PIC X(67).
       01  HOLD-TABLE-AREA.
           05  HOLD-ENTRY OCCURS 3000 TIMES.
               10  HLT-SORT-KEY.
                   15  HLT-OFFICE     PIC X(10).
                   15  HLT-STU-ID     PIC X(9).
                   15  HLT-TYPE       PIC X.
               10  HLT-PLACED-DATE    PIC 9(8).
               10  HLT-AMOUNT         PIC 9(7)V99.
               10  HLT-REASON         PIC X(30).
      *> Report page handling - the shop's 55-line standard.
       01  WS-HS-LINE-COUNT           PIC 99 VALUE 99.
       01  WS-HS-PAGE-NO              PIC 9(4) VALUE 0.
       01  WS-HS-BUILD                PIC X(132).
       01  HS-COLUMN-LINE.
           05  FILLER                 PIC X(11) VALUE "STUDENT ID".
           05  FILLER                 PIC X(12) VALUE "TYPE".
           05  FILLER                 PIC X(10) VALUE "PLACED".
           05  FILLER                 PIC X(6)  VALUE " DAYS".
           05  FILLER                 PIC X(14) VALUE "        UNPAID".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "REASON".
       01  HS-DETAIL-LINE.
           05  HSD-STU-ID             PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HSD-TYPE               PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HSD-PLACED-DATE        PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HSD-DAYS               PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  HSD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  HSD-REASON             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT HOLD-MASTER.
           IF WS-HL-FILE-STATUS NOT = "00"
               DISPLAY "HOLDMAST.DAT NOT AVAILABLE - STATUS "
                   WS-HL-FILE-STATUS " - NO HOLDS TO LIST"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ HOLD-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HL-ACTIVE
                           PERFORM TABLE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER.
      *> A listing short of holds would tell an office its
      *> students are clear when they are not.
           IF WS-HOLD-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 ACTIVE HOLDS - LISTING"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SORT-HOLD-TABLE.
           OPEN OUTPUT HOLD-LISTING.
           MOVE 0 TO WS-HS-PAGE-NO.
           MOVE 99 TO WS-HS-LINE-COUNT.
           MOVE 0 TO WS-OFFICE-COUNT.
           IF WS-HT-COUNT > 0
               MOVE HLT-OFFICE (1) TO WS-CURRENT-OFFICE
           END-IF.
           PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                   UNTIL WS-HT-SUB > WS-HT-COUNT
               IF HLT-OFFICE (WS-HT-SUB) NOT = WS-CURRENT-OFFICE
                   PERFORM PRINT-OFFICE-TOTAL
                   MOVE HLT-OFFICE (WS-HT-SUB) TO WS-CURRENT-OFFICE
                   MOVE 99 TO WS-HS-LINE-COUNT
               END-IF
               PERFORM PRINT-ONE-HOLD
           END-PERFORM.
           IF WS-HT-COUNT > 0
               PERFORM PRINT-OFFICE-TOTAL
           END-IF.
           MOVE WS-HT-COUNT TO RPT-T-COUNT.
           MOVE RPT-TRAILER-LINE TO WS-HS-BUILD.
           PERFORM WRITE-LISTING-LINE.
           CLOSE HOLD-LISTING.
           DISPLAY "ACTIVE HOLDS LISTED: " WS-HT-COUNT
               " - SEE HOLDLIST.DAT".
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

       TABLE-ONE-HOLD.
           IF WS-HT-COUNT < 3000
               ADD 1 TO WS-HT-COUNT
               MOVE HL-OFFICE TO HLT-OFFICE (WS-HT-COUNT)
               MOVE HL-STU-ID TO HLT-STU-ID (WS-HT-COUNT)
               MOVE HL-TYPE TO HLT-TYPE (WS-HT-COUNT)
               MOVE HL-PLACED-DATE TO HLT-PLACED-DATE (WS-HT-COUNT)
               MOVE HL-AMOUNT TO HLT-AMOUNT (WS-HT-COUNT)
               MOVE HL-REASON TO HLT-REASON (WS-HT-COUNT)
           ELSE
               MOVE "Y" TO WS-HOLD-OVERFLOW
           END-IF.

       SORT-HOLD-TABLE.
      *> Exchange sort on office, student and hold type.
           MOVE "Y" TO WS-HT-SWAPPED.
           PERFORM UNTIL WS-HT-SWAPPED = "N"
               MOVE "N" TO WS-HT-SWAPPED
               PERFORM VARYING WS-HT-SUB FROM 1 BY 1
                       UNTIL WS-HT-SUB >= WS-HT-COUNT
                   COMPUTE WS-HT-NEXT = WS-HT-SUB + 1
                   IF HLT-SORT-KEY (WS-HT-SUB)
                           > HLT-SORT-KEY (WS-HT-NEXT)
                       MOVE HOLD-ENTRY (WS-HT-SUB) TO WS-HT-HOLD-AREA
                       MOVE HOLD-ENTRY (WS-HT-NEXT)
                           TO HOLD-ENTRY (WS-HT-SUB)
                       MOVE WS-HT-HOLD-AREA TO HOLD-ENTRY (WS-HT-NEXT)
                       MOVE "Y" TO WS-HT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-HOLD.
           MOVE HLT-STU-ID (WS-HT-SUB) TO HSD-STU-ID.
           EVALUATE HLT-TYPE (WS-HT-SUB)
               WHEN "F"
                   MOVE "FINANCIAL" TO HSD-TYPE
               WHEN "L"
                   MOVE "LIBRARY" TO HSD-TYPE
               WHEN "R"
                   MOVE "REGISTRAR" TO HSD-TYPE
               WHEN "D"
                   MOVE "DISCIPLINE" TO HSD-TYPE
               WHEN OTHER
                   MOVE HLT-TYPE (WS-HT-SUB) TO HSD-TYPE
           END-EVALUATE.
           MOVE HLT-PLACED-DATE (WS-HT-SUB) TO HSD-PLACED-DATE.
           MOVE 0 TO WS-DAYS-HELD.
           IF WS-BUSINESS-DATE > HLT-PLACED-DATE (WS-HT-SUB)
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (HLT-PLACED-DATE (WS-HT-SUB))
           END-IF.
           MOVE WS-DAYS-HELD TO HSD-DAYS.
           MOVE HLT-AMOUNT (WS-HT-SUB) TO HSD-AMOUNT.
           MOVE HLT-REASON (WS-HT-SUB) TO HSD-REASON.
           MOVE HS-DETAIL-LINE TO WS-HS-BUILD.
           PERFORM WRITE-LISTING-LINE.
           ADD 1 TO WS-OFFICE-COUNT.

       PRINT-OFFICE-TOTAL.
           MOVE SPACES TO WS-HS-BUILD.
           STRING "ACTIVE HOLDS FOR " WS-CURRENT-OFFICE ": "
               WS-OFFICE-COUNT
               DELIMITED BY SIZE INTO WS-HS-BUILD.
           PERFORM WRITE-LISTING-LINE.
           MOVE 0 TO WS-OFFICE-COUNT.

       START-LISTING-PAGE.
           ADD 1 TO WS-HS-PAGE-NO.
           MOVE "ACTIVE HOLDS BY OFFICE" TO RPT-H-TITLE.
           MOVE WS-BUSINESS-DATE TO RPT-H-DATE.
           MOVE WS-HS-PAGE-NO TO RPT-H-PAGE.
           WRITE HS-PRINT-LINE FROM RPT-HEADER-LINE.
           MOVE SPACES TO HS-PRINT-LINE.
           STRING "OFFICE: " WS-CURRENT-OFFICE
               DELIMITED BY SIZE INTO HS-PRINT-LINE.
           WRITE HS-PRINT-LINE.
           WRITE HS-PRINT-LINE FROM HS-COLUMN-LINE.
           MOVE 0 TO WS-HS-LINE-COUNT.

       WRITE-LISTING-LINE.
      *> 55 body lines to the page - overflow reprints the
      *> header with the next page number.
           IF WS-HS-LINE-COUNT >= 55
               PERFORM START-LISTING-PAGE
           END-IF.
           WRITE HS-PRINT-LINE FROM WS-HS-BUILD.
           ADD 1 TO WS-HS-LINE-COUNT.
