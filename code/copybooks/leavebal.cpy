      *> Shared leave-balance record layout for LEAVEBAL.DAT.
      *> Keyed on employee ID plus leave type (VAC, SICK, ...) so
      *> one employee's balances cluster together and the pay cycle
      *> can START at the ID and read them off in sequence, the way
      *> it prices DEDUCT.DAT. Balances are in days. LB-ACCRUAL-RATE
      *> is added every live cycle, up to LB-MAX-BALANCE (zero = no
      *> cap). LB-LAST-PERIOD is the last pay period posted and
      *> LB-PERIOD-OPENING the balance that period started from, so
      *> an override rerun of the same period starts over from the
      *> opening figure instead of accruing and charging it twice.
       01 LEAVE-BAL-RECORD.
           05 LB-KEY.
               10 LB-EMP-ID       PIC 9(5).
               10 LB-TYPE         PIC X(4).
           05 LB-DESC             PIC X(20).
           05 LB-ACCRUAL-RATE     PIC 9(2)V99.
           05 LB-MAX-BALANCE      PIC 9(3)V99.
           05 LB-BALANCE          PIC 9(3)V99.
           05 LB-PERIOD-OPENING   PIC 9(3)V99.
           05 LB-LAST-PERIOD      PIC 9(6).
