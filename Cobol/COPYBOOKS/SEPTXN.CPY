      *> SEPTXN.CPY - one separation to settle: the employee
      *> leaving, the last day worked and HR's reason for the
      *> clearance slip. Swept by FINALPAY, which computes and
      *> queues the final pay and closes the employee's payroll
      *> records.
       01  SEPARATION-TXN-REC.
           05  SX-EMP-ID              PIC X(5).
           05  SX-SEP-DATE            PIC 9(8).
           05  SX-REASON              PIC X(20).
