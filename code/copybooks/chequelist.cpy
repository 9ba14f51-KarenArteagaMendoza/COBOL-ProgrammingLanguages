      *> Shared cheque-payment list layout for CHEQUES.DAT (and a
      *> supplemental run's BONUSCHQ.DAT): every employee paid in
      *> the run with no BANKMAST.DAT record, with the number of the
      *> cheque the run printed for them - zero where no cheque
      *> could be printed and payroll still has to write one by
      *> hand.
       01 CHEQUE-RECORD.
           05 CQ-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 CQ-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 CQ-EMP-NAME      PIC X(30).
           05 FILLER           PIC X(1).
           05 CQ-AMOUNT        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 CQ-CHEQUE-NO     PIC 9(8).
