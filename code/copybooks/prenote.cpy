      *> Shared prenote record layout for PRENOTE.DAT, keyed on the
      *> employee ID like BANKMAST.DAT. A new or changed deposit
      *> account is proved with a zero-amount prenote before any
      *> money is sent to it:
      *>   P - pending: the next live PayrollCycle sends the prenote
      *>   S - sent in PN-SENT-PERIOD; the employee is still paid by
      *>       cheque until a later period's cycle finds no return
      *>   R - the bank returned the prenote (PaymentReconcile); the
      *>       account stays on cheque until it is corrected
      *>   L - live since PN-LIVE-PERIOD
      *> An employee with no record here is live - the accounts set
      *> up before prenoting began were proved by the money itself.
       01 PRENOTE-RECORD.
           05 PN-EMP-ID          PIC 9(5).
           05 PN-STATUS          PIC X.
           05 PN-BANK-ID         PIC X(8).
           05 PN-ACCOUNT         PIC X(12).
           05 PN-CHANGED-DATE    PIC 9(8).
           05 PN-SENT-PERIOD     PIC 9(6).
           05 PN-LIVE-PERIOD     PIC 9(6).
           05 PN-RETURN-CODE     PIC X(4).
