      *> Shared cheque-reissue list layout for CHQREISS.DAT: one
      *> record per direct deposit the bank returned, keyed on the
      *> employee and the period the deposit paid, so a return is
      *> only ever listed once. PaymentReconcile lists it; the next
      *> live or supplemental PayrollCycle run prints a cheque for
      *> it. RI-STATUS is "P" while the cheque is owed and "I" once
      *> printed (RI-CHEQUE-NO and RI-ISSUE-PERIOD then say which
      *> cheque, in which run).
       01 CHQREISS-RECORD.
           05 RI-KEY.
               10 RI-EMP-ID        PIC 9(5).
               10 RI-PERIOD        PIC 9(6).
           05 RI-AMOUNT            PIC 9(9)V99.
           05 RI-BANK-ID           PIC X(8).
           05 RI-ACCOUNT           PIC X(12).
           05 RI-RETURN-CODE       PIC X(4).
           05 RI-STATUS            PIC X(1).
           05 RI-CHEQUE-NO         PIC 9(8).
           05 RI-ISSUE-PERIOD      PIC 9(6).
           05 RI-LOGGED-DATE       PIC 9(8).
