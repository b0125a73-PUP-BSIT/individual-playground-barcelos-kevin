      *> day's RECONCILE verdict is still out of balance. TRANSUM is
      *> only released once the day's TRANFILE delivery is actually
      *> on disk - the night that summarized yesterday's file is the
      *> reason this program exists. Ahead of the GL posting the
      *> referential integrity sweep checks the files against one
      *> another; a severity-1 finding holds the posting steps
      *> rather than post money against a record that is not there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-STEP-COUNT              PIC 99 VALUE 0.
       01  WS-STEP-SUB                PIC 99.
       01  WS-RESULT-DROPPED          PIC 99 VALUE 0.
       01  WS-LOCKED-STEPS            PIC 99 VALUE 0.
       01  WS-POSTING-HELD            PIC X VALUE "N".
      *> Schedule-evaluation working fields - the term-end date
      *> comes out raw because control records written before the
      *> field existed read back as spaces.
           IF WS-NIGHT-FAILED = "N"
               PERFORM RUN-SCHEDULED-STEPS
           END-IF.
      *> The integrity sweep sees the files as the posting will.
           IF WS-NIGHT-FAILED = "N"
               PERFORM RUN-INTEGCHK-STEP
           END-IF.
           IF WS-POSTING-HELD = "Y"
               PERFORM HOLD-POSTING-STEPS
           END-IF.
      *> The day's double entry: last month's reversing journal
      *> vouchers turned around, subsystem totals into the GL
      *> journal, then the trial balance that must net to zero
      *> before the day is called clean.
           IF WS-NIGHT-FAILED = "N"
               PERFORM RUN-JVREVRS-STEP
           END-IF.
           IF WS-NIGHT-FAILED = "N"
               PERFORM RUN-GLPOST-STEP
           END-IF.
                   PERFORM STEP-STARTING
                   CALL "ANNUALZE"
                   PERFORM STEP-FINISHED
               WHEN "SOSTATUS"
                   PERFORM STEP-STARTING
                   CALL "SOSTATUS"
                   PERFORM STEP-FINISHED
               WHEN "LEAVERPT"
                   PERFORM STEP-STARTING
                   CALL "LEAVERPT"
                   PERFORM STEP-FINISHED
               WHEN "HOLDRUN"
                   PERFORM STEP-STARTING
                   CALL "HOLDRUN"
                   PERFORM STEP-FINISHED
               WHEN "SUPPSCOR"
                   PERFORM STEP-STARTING
                   CALL "SUPPSCOR"
                   PERFORM STEP-FINISHED
               WHEN "ARCHLOG"
      *> The archiver rewrites RUNLOG.DAT itself - the
      *> controller's EXTEND handle closes around the call so the
                   END-IF
           END-EVALUATE.

       RUN-INTEGCHK-STEP.
      *> Return code 4 is the sweep's severity-1 verdict - the
      *> sweep itself ran clean, but tonight's posting must not.
           MOVE "INTEGCHK" TO WS-STEP-NAME.
           PERFORM STEP-STARTING.
           CALL "INTEGCHK".
           IF RETURN-CODE = 4
               MOVE "Y" TO WS-POSTING-HELD
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-STEP-END
               MOVE "SEV-1 FOUND" TO WS-STEP-OUTCOME
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-STEP-RESULT
           ELSE
               PERFORM STEP-FINISHED
           END-IF.

       HOLD-POSTING-STEPS.
      *> Each held step is logged by name so the morning operator
      *> sees exactly what is owed once INTEGRPT is worked off.
           MOVE SPACES TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-END.
           MOVE "HELD-INTEG" TO WS-STEP-OUTCOME.
           MOVE "JVREVRS" TO WS-STEP-NAME.
           PERFORM RECORD-STEP-RESULT.
           MOVE "GLPOST" TO WS-STEP-NAME.
           PERFORM RECORD-STEP-RESULT.
           MOVE "TRIALBAL" TO WS-STEP-NAME.
           PERFORM RECORD-STEP-RESULT.
           MOVE "Y" TO WS-NIGHT-FAILED.

       RUN-JVREVRS-STEP.
           MOVE "JVREVRS" TO WS-STEP-NAME.
           PERFORM STEP-STARTING.
           CALL "JVREVRS".
           PERFORM STEP-FINISHED.

       RUN-GLPOST-STEP.
           MOVE "GLPOST" TO WS-STEP-NAME.
           PERFORM STEP-STARTING.

       STEP-FINISHED.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-STEP-END.
      *> Return code 12 is a posting step turned away by a closed
      *> accounting month - still a failed night, but named as
      *> such so the morning operator calls the accountant, not
      *> the programmer.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "OK" TO WS-STEP-OUTCOME
               WHEN 12
                   MOVE "PERIOD LOCK" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-LOCKED-STEPS
                   MOVE "Y" TO WS-NIGHT-FAILED
               WHEN OTHER
                   MOVE RETURN-CODE TO WS-STEP-RC
                   MOVE SPACES TO WS-STEP-OUTCOME
                   STRING "RC=" WS-STEP-RC DELIMITED BY SIZE
                       INTO WS-STEP-OUTCOME
                   MOVE "Y" TO WS-NIGHT-FAILED
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           PERFORM RECORD-STEP-RESULT.

               WRITE MR-PRINT-LINE
               DISPLAY MR-PRINT-LINE (1:40)
           END-IF.
           IF WS-LOCKED-STEPS > 0
               MOVE SPACES TO MR-PRINT-LINE
               STRING "STEPS BLOCKED BY A CLOSED PERIOD: "
                   WS-LOCKED-STEPS DELIMITED BY SIZE
                   INTO MR-PRINT-LINE
               WRITE MR-PRINT-LINE
               DISPLAY MR-PRINT-LINE (1:40)
           END-IF.
           IF WS-POSTING-HELD = "Y"
               MOVE SPACES TO MR-PRINT-LINE
               STRING "POSTING HELD - SEVERITY 1 INTEGRITY FINDINGS,"
                   " SEE INTEGRPT.DAT" DELIMITED BY SIZE
                   INTO MR-PRINT-LINE
               WRITE MR-PRINT-LINE
               DISPLAY MR-PRINT-LINE (1:64)
           END-IF.
           IF WS-NIGHT-FAILED = "Y"
               MOVE "NIGHT INCOMPLETE - SEE RUNLOG" TO MR-PRINT-LINE
           ELSE
