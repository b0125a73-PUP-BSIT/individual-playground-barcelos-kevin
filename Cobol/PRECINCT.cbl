      *> with the precinct's location and closing with its voter
      *> count. The books' counts must tie back to the eligible
      *> total or the run fails - nobody rules a roll into books
      *> with a ruler again. A voter deactivated on VOTERSFL for
      *> missed elections is left out of the books even when the
      *> eligible roll predates the deactivation, and counted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECINCT-REFERENCE ASSIGN TO "PRECREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT VOTERS-FILE ASSIGN TO "VOTERSFL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-FILE-STATUS.
           SELECT ASGN-SORT-WORK ASSIGN TO "SORTWK4".
           SELECT SORTED-ELIGIBLE ASSIGN TO "ELIGSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY ELIGVOTE.
       FD  PRECINCT-REFERENCE.
       COPY PRECREF.
       FD  VOTERS-FILE.
       COPY VOTERS.
       SD  ASGN-SORT-WORK.
       01  PS-SORT-REC.
           05  PS-NAME                PIC X(20).
       01  WS-PC-FILE-STATUS          PIC XX.
       01  WS-ES-FILE-STATUS          PIC XX.
       01  WS-PA-FILE-STATUS          PIC XX.
       01  WS-VT-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-ELIGIBLE-COUNT          PIC 9(6) VALUE 0.
       01  WS-ASSIGNED-COUNT          PIC 9(6) VALUE 0.
       01  WS-UNASSIGNED-COUNT        PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT            PIC 9(6) VALUE 0.
       01  WS-DEACTIVATED-COUNT       PIC 9(6) VALUE 0.
      *> Voters deactivated on the voter file.
       01  WS-DX-COUNT                PIC 9(5) VALUE 0.
       01  WS-DX-SUB                  PIC 9(5).
       01  WS-DX-OVERFLOW             PIC X VALUE "N".
       01  WS-IS-DEACTIVATED          PIC X.
       01  DEACT-TABLE-AREA.
           05  DEACT-VOTER-ID         PIC X(9) OCCURS 20000 TIMES.
      *> The precinct reference in memory, with a fill counter
      *> per precinct.
       01  WS-PREC-COUNT              PIC 9(3) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DEACTIVATED-VOTERS.
           IF WS-DX-OVERFLOW = "Y"
               DISPLAY "MORE THAN 20000 DEACTIVATED VOTERS - NO"
                   " ASSIGNMENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> The same SORT shape as the ranking report - the roll
      *> comes back in name order so households are adjacent.
           SORT ASGN-SORT-WORK
           PERFORM ASSIGN-SORTED-ROLL.
           PERFORM PRINT-PRECINCT-BOOKS.
           DISPLAY "ELIGIBLE: " WS-ELIGIBLE-COUNT
               " DEACTIVATED LEFT OUT: " WS-DEACTIVATED-COUNT.
           DISPLAY "ASSIGNED: " WS-ASSIGNED-COUNT
               " UNASSIGNED: " WS-UNASSIGNED-COUNT
               " BOOKED: " WS-BOOKED-COUNT.
           IF WS-BOOKED-COUNT NOT = WS-ASSIGNED-COUNT
               CLOSE PRECINCT-REFERENCE
           END-IF.

       LOAD-DEACTIVATED-VOTERS.
      *> No voter file means no voter has been deactivated.
           OPEN INPUT VOTERS-FILE.
           IF WS-VT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ VOTERS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF VT-DEACTIVATED
                               IF WS-DX-COUNT < 20000
                                   ADD 1 TO WS-DX-COUNT
                                   MOVE VT-ID
                                       TO DEACT-VOTER-ID (WS-DX-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-DX-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOTERS-FILE
           END-IF.

       RELEASE-ELIGIBLE-ROLL.
           OPEN INPUT ELIGIBLE-VOTERS.
           IF WS-EV-FILE-STATUS = "00"
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM RELEASE-ONE-ELIGIBLE
                   END-READ
               END-PERFORM
               CLOSE ELIGIBLE-VOTERS
           END-IF.

       RELEASE-ONE-ELIGIBLE.
           MOVE "N" TO WS-IS-DEACTIVATED.
           PERFORM VARYING WS-DX-SUB FROM 1 BY 1
                   UNTIL WS-DX-SUB > WS-DX-COUNT
                   OR WS-IS-DEACTIVATED = "Y"
               IF DEACT-VOTER-ID (WS-DX-SUB) = EV-ID
                   MOVE "Y" TO WS-IS-DEACTIVATED
               END-IF
           END-PERFORM.
           IF WS-IS-DEACTIVATED = "Y"
               ADD 1 TO WS-DEACTIVATED-COUNT
           ELSE
               ADD 1 TO WS-ELIGIBLE-COUNT
               MOVE EV-NAME TO PS-NAME
               MOVE EV-ID TO PS-ID
               MOVE EV-AGE TO PS-AGE
               RELEASE PS-SORT-REC
           END-IF.

       ASSIGN-SORTED-ROLL.
      *> Households buffer as a unit: the assignment decision
      *> is made once per surname group, not per voter.
