       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCHECK.
      *> Shared accounting-period lock check. The caller passes
      *> the business date it is about to post under and gets the
      *> month's status back - OPEN, CLOSING or CLOSED - off the
      *> PRDSTAT control file. A month the GL close has already
      *> closed (GLCTL.DAT) is CLOSED whatever the control file
      *> says, and a month with no line at all is OPEN. The caller
      *> decides what the status means for it: the subsystem
      *> postings take OPEN only, journal vouchers also CLOSING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS ASSIGN TO "PRDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT GL-CONTROL ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-STATUS.
       COPY PRDSTAT.
       FD  GL-CONTROL.
       COPY GLCTL.
       WORKING-STORAGE SECTION.
       01  WS-PS-FILE-STATUS          PIC XX.
       01  WS-GC-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-CHECK-PERIOD            PIC 9(6).
       LINKAGE SECTION.
       01  LK-BUSINESS-DATE           PIC 9(8).
       01  LK-PERIOD-STATUS           PIC X(7).

       PROCEDURE DIVISION USING LK-BUSINESS-DATE LK-PERIOD-STATUS.
       MAIN-PARA.
           MOVE "OPEN" TO LK-PERIOD-STATUS.
           DIVIDE LK-BUSINESS-DATE BY 100 GIVING WS-CHECK-PERIOD.
           OPEN INPUT PERIOD-STATUS.
           IF WS-PS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ PERIOD-STATUS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF PS-PERIOD = WS-CHECK-PERIOD
                               MOVE PS-STATUS TO LK-PERIOD-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS
           END-IF.
           OPEN INPUT GL-CONTROL.
           IF WS-GC-FILE-STATUS = "00"
               READ GL-CONTROL
                   NOT AT END
                       IF WS-CHECK-PERIOD NOT > GC-LAST-CLOSED
                           MOVE "CLOSED" TO LK-PERIOD-STATUS
                       END-IF
               END-READ
               CLOSE GL-CONTROL
           END-IF.
           GOBACK.
