      *> PURCHSUG built into real numbered purchase orders on the
      *> open-PO file: one PO number per supplier group off the
      *> POSEQ sequence control, each line carried over with its
      *> expected date set lead-time days past the business date
      *> and the unit cost it is raised at, and a confirmation
      *> register printed with line counts and
      *> value totals. The suggestion file is cleared once
      *> confirmed - the PAYPOST batch-clear convention - so a
      *> resubmission cannot raise the same PO twice, and receiving
               FUNCTION DATE-OF-INTEGER (WS-EXPECT-INT).
           MOVE WS-BUSINESS-DATE TO OP-ISSUE-DATE.
           MOVE "O" TO OP-STATUS.
      *> The suggestion's value is its quantity at the supplier's
      *> cost - the unit cost the PO is raised at.
           MOVE 0 TO OP-UNIT-COST.
           IF PO-ORDER-QTY > 0
               COMPUTE OP-UNIT-COST ROUNDED =
                   PO-LINE-VALUE / PO-ORDER-QTY
           END-IF.
           WRITE OPEN-PO-REC.
           ADD 1 TO WS-LINE-COUNT.
           ADD PO-LINE-VALUE TO WS-VALUE-TOTAL.
