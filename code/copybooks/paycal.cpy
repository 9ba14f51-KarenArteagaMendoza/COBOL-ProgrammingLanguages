      *> Shared payroll-calendar record layout for PAYCAL.DAT, one
      *> record per pay period keyed on CL-PERIOD (YYYYMM), kept by
      *> PayCalendarMaintenance. CL-CUTOFF-DATE is the last day
      *> timecards, leave, and other inputs are taken for the
      *> period; CL-RUN-DATE is the earliest day a live PayrollCycle
      *> may run it; CL-PAY-DATE is the day the money lands, and is
      *> the value date on BANKPAY.DAT and the date on the payslips.
      *> CL-NOMINAL-PAY-DATE is the month's regular pay day before
      *> any move for a weekend or a HOLIDAY.DAT entry, so the print
      *> can show which pay dates were brought forward. CL-SOURCE is
      *> "G" for a period generated from the standing rules and "M"
      *> for one whose dates were keyed by hand.
       01 PAYCAL-RECORD.
           05 CL-PERIOD           PIC 9(6).
           05 CL-CUTOFF-DATE      PIC 9(8).
           05 CL-RUN-DATE         PIC 9(8).
           05 CL-PAY-DATE         PIC 9(8).
           05 CL-NOMINAL-PAY-DATE PIC 9(8).
           05 CL-SOURCE           PIC X(1).
           05 CL-CHANGED-DATE     PIC 9(8).
