      *> Shared pay-adjustment record layout for PAYADJ.DAT: one
      *> record per voided payment, keyed on the employee and the
      *> period key the voided PAYHIST.DAT record is filed under, so
      *> a payment can only ever be voided once. The PAYHIST record
      *> itself is never touched - this record carries the amounts
      *> reversed, the period the reversal was booked in
      *> (PA-POST-PERIOD: the voided period itself while it is
      *> still open, the current period once it is closed), and the
      *> reissue owed, if any. PA-REISSUE-STATUS is "P" while the
      *> reissue waits for the next supplemental run, "I" once that
      *> run has paid it (PA-REISSUE-PERIOD then holds its period
      *> key), and space when no reissue was asked for.
       01 PAYADJ-RECORD.
           05 PA-KEY.
               10 PA-EMP-ID        PIC 9(5).
               10 PA-ORIG-PERIOD   PIC 9(6).
           05 PA-POST-PERIOD       PIC 9(6).
           05 PA-GROSS-PAY         PIC 9(7)V99.
           05 PA-WITHHOLDING       PIC 9(7)V99.
           05 PA-NET-PAY           PIC 9(7)V99.
           05 PA-DEDUCTIONS        PIC 9(7)V99.
           05 PA-ER-COST           PIC 9(7)V99.
           05 PA-REASON            PIC X(4).
           05 PA-REISSUE-STATUS    PIC X(1).
           05 PA-REISSUE-GROSS     PIC 9(7)V99.
           05 PA-REISSUE-PERIOD    PIC 9(6).
           05 PA-OPERATOR-ID       PIC X(10).
           05 PA-TIMESTAMP         PIC X(21).
