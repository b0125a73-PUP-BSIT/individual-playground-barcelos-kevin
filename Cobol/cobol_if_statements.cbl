               WS-NUMEDIT-CONTEXT WS-NUMEDIT-MIN WS-NUMEDIT-MAX
               WS-NUMEDIT-RESULT WS-NUMEDIT-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
      *> A registration deactivated for missed elections stays
      *> off the certified roll until the voter reapplies.
           IF VT-DEACTIVATED
               MOVE "DEACTIVATED" TO WS-REJECT-REASON
           ELSE IF WS-NUMEDIT-VALID = "N"
               MOVE "BAD AGE" TO WS-REJECT-REASON
           ELSE IF VT-AGE < 18
               MOVE "UNDERAGE" TO WS-REJECT-REASON
