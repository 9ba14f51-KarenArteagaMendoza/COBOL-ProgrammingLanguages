      *> Shared cheque-register record layout for CHQREG.DAT: one
      *> record per cheque number ever taken off the stock, keyed on
      *> the number, so the register accounts for every number from
      *> the first cheque to CC-NEXT-NUMBER less one. CR-STATUS is
      *> "I" for a cheque issued to an employee, "V" for an issued
      *> cheque later voided, "S" for a blank spoiled (torn in the
      *> printer, say) or a number jumped when the control record
      *> was moved on. The alternate key on the period lets a rerun
      *> or a void find the cheques a period paid.
       01 CHQREG-RECORD.
           05 CR-CHEQUE-NO     PIC 9(8).
           05 CR-STATUS        PIC X(1).
           05 CR-EMP-ID        PIC 9(5).
           05 CR-PERIOD        PIC 9(6).
           05 CR-PAYEE         PIC X(30).
           05 CR-AMOUNT        PIC 9(9)V99.
           05 CR-ISSUE-DATE    PIC 9(8).
           05 CR-REASON        PIC X(20).
           05 CR-OPERATOR-ID   PIC X(10).
           05 CR-TIMESTAMP     PIC X(21).
