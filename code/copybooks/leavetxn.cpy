      *> Shared leave-taken transaction layout for LEAVE.DAT, the
      *> clean file EditLeave writes and the pay cycle charges
      *> against LEAVEBAL.DAT. One record per absence: the
      *> employee, the leave type, the first day off, and the days
      *> taken with two implied decimals (0150 = 1.50 days). Type
      *> UNPD is unpaid leave - it carries no balance and comes off
      *> the month's pay instead.
       01 LEAVE-TXN-RECORD.
           05 LV-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 LV-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
           05 LV-DATE          PIC 9(8).
           05 FILLER           PIC X(1).
           05 LV-DAYS          PIC 9(2)V99.
