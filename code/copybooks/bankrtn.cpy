      *> Returned-items file from the bank (BANKRTN.DAT): one record
      *> per direct deposit the receiving bank sent back, in the
      *> BANKPAY.DAT fixed-field style, with the bank's own return
      *> code (closed account, no such account, and so on).
       01 BANKRTN-RECORD.
           05 RT-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 RT-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 RT-BANK-ID       PIC X(8).
           05 FILLER           PIC X(1).
           05 RT-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(1).
           05 RT-AMOUNT        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 RT-RETURN-CODE   PIC X(4).
