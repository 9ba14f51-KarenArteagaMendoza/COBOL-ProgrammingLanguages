      *> Shared leave-history record layout for LEAVEHIST.DAT: the
      *> leave figures each live cycle printed on an employee's
      *> payslip, one record per employee, pay period, and leave
      *> type, so PayslipReprint can show exactly what the original
      *> slip showed. Type UNPD carries the unpaid days in
      *> LH-TAKEN and the pay they cost in LH-AMOUNT.
       01 LEAVE-HIST-RECORD.
           05 LH-KEY.
               10 LH-EMP-ID       PIC 9(5).
               10 LH-PERIOD       PIC 9(6).
               10 LH-TYPE         PIC X(4).
           05 LH-ACCRUED          PIC 9(3)V99.
           05 LH-TAKEN            PIC 9(3)V99.
           05 LH-BALANCE          PIC 9(3)V99.
           05 LH-AMOUNT           PIC 9(7)V99.
