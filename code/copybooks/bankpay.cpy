      *> Shared direct-deposit extract layout for BANKPAY.DAT (and
      *> a supplemental run's BONUSPAY.DAT): one record per
      *> bank-paid employee, closed with a #CONTROL trailer (record
      *> count and amount total) the bank handoff is proved against.
      *> BP-PAY-DATE is the value date the bank credits the money
      *> on - the period's pay date off the payroll calendar.
       01 PAYEXTR-RECORD.
           05 BP-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 BP-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 BP-BANK-ID       PIC X(8).
           05 FILLER           PIC X(1).
           05 BP-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(1).
           05 BP-AMOUNT        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 BP-PAY-DATE      PIC 9(8).
