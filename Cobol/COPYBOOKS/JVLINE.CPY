      *> JVLINE.CPY - one line of an approved manual journal
      *> voucher, as posted: the voucher number the entry program
      *> issued, the line within it, the business date it posted
      *> under, who prepared it and who approved it, whether it
      *> reverses itself next month and the date the reversal
      *> posted (zero until then), the account, the debit or
      *> credit, and the voucher narrative. Appended by JVENTRY,
      *> stamped by JVREVRS when the reversal posts - the trail the
      *> external auditor follows from a MANUALJV or JVREVRS
      *> journal line back to the people behind it.
       01  JV-LINE-REC.
           05  JV-NUMBER              PIC 9(6).
           05  JV-LINE-NO             PIC 9(3).
           05  JV-POST-DATE           PIC 9(8).
           05  JV-PREPARER            PIC X(8).
           05  JV-APPROVER            PIC X(8).
           05  JV-REVERSING           PIC X.
               88  JV-AUTO-REVERSE    VALUE "Y".
           05  JV-REVERSED-DATE       PIC 9(8).
           05  JV-ACCT-NO             PIC X(6).
           05  JV-DEBIT               PIC 9(9)V99.
           05  JV-CREDIT              PIC 9(9)V99.
           05  JV-DESCRIPTION         PIC X(24).
