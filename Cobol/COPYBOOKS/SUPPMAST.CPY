      *> SUPPMAST.CPY - supplier master behind the eight-character
      *> supplier code SKUSUPP and the open-PO file have always
      *> carried, keyed the way ACCTMAST keys the customer side:
      *> name, address, TIN and payment terms in days. AP voucher
      *> entry validates the supplier here and takes the due date
      *> off the terms instead of purchasing's memory of them. An
      *> inactive supplier keeps its history but takes no new
      *> vouchers.
       01  SUPP-MASTER-REC.
           05  SU-ID                  PIC X(8).
           05  SU-NAME                PIC X(30).
           05  SU-ADDRESS             PIC X(40).
           05  SU-TIN                 PIC X(12).
           05  SU-TERMS-DAYS          PIC 9(3).
           05  SU-STATUS              PIC X.
               88  SU-ACTIVE          VALUE "A".
               88  SU-INACTIVE        VALUE "I".
