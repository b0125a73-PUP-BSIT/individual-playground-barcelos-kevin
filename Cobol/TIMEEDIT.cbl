               10  GD-DATE            PIC 9(8).
               10  GD-HOURS           PIC 99V9.
               10  GD-OT-HOURS        PIC 99V9.
               10  GD-NIGHT-HOURS     PIC 99V9.

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE GD-DATE (WS-HOLD-SUB) TO TS-DATE
               MOVE GD-HOURS (WS-HOLD-SUB) TO TS-HOURS
               MOVE GD-OT-HOURS (WS-HOLD-SUB) TO TS-OT-HOURS
               MOVE GD-NIGHT-HOURS (WS-HOLD-SUB) TO TS-NIGHT-HOURS
               WRITE TIMESHEET-REC
           END-PERFORM.
           CLOSE TIMESHEET-FILE.
                       WHEN TS-OT-HOURS > 8
                           MOVE "OVERTIME OVER DAILY LIMIT"
                               TO WS-REJECT-REASON
      *> Night hours are hours worked between 10 PM and 6 AM
      *> - they cannot outnumber the day's hours and overtime.
                       WHEN TS-NIGHT-HOURS IS NUMERIC
                               AND TS-NIGHT-HOURS
                                   > TS-HOURS + TS-OT-HOURS
                           MOVE "NIGHT HOURS OVER HOURS WORKED"
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE TS-DATE TO GD-DATE (WS-GOOD-COUNT)
               MOVE TS-HOURS TO GD-HOURS (WS-GOOD-COUNT)
               MOVE TS-OT-HOURS TO GD-OT-HOURS (WS-GOOD-COUNT)
      *> A line keyed before the sheet carried night hours
      *> writes back with none.
               IF TS-NIGHT-HOURS IS NUMERIC
                   MOVE TS-NIGHT-HOURS
                       TO GD-NIGHT-HOURS (WS-GOOD-COUNT)
               ELSE
                   MOVE 0 TO GD-NIGHT-HOURS (WS-GOOD-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE TS-EMP-ID TO TJ-EMP-ID
