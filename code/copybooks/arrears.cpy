      *> Shared deduction-arrears record layout for ARREARS.DAT,
      *> keyed like DEDUCT.DAT on employee ID plus deduction code.
      *> AR-BALANCE is what the net pay could not cover and is still
      *> owed to the deduction's creditor; the pay cycle recovers it
      *> ahead of the code's current amount. AR-PRIOR-BALANCE is the
      *> balance as it stood before AR-LAST-PERIOD's cycle, so a
      *> rerun of that period starts over from it instead of
      *> counting its own shortfall twice. AR-FIRST-PERIOD is when
      *> the outstanding balance first arose (zero once cleared).
       01 ARREARS-RECORD.
           05 AR-KEY.
               10 AR-EMP-ID       PIC 9(5).
               10 AR-CODE         PIC X(4).
           05 AR-DESC             PIC X(20).
           05 AR-BALANCE          PIC 9(7)V99.
           05 AR-PRIOR-BALANCE    PIC 9(7)V99.
           05 AR-FIRST-PERIOD     PIC 9(6).
           05 AR-LAST-PERIOD      PIC 9(6).
           05 AR-LAST-SHORT       PIC 9(7)V99.
           05 AR-LAST-RECOVERED   PIC 9(7)V99.
