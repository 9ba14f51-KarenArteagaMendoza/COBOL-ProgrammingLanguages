      *> Shared pay-period control record layout for PERIODCTL.DAT.
      *> Keyed on PC-PERIOD (YYYYMM). PC-STATUS is "O" for open,
      *> "I" while a live pay cycle is part way through the period
      *> (its payslips, history and bank records are only partly
      *> out, and the next live run restarts it from PAYCKPT.DAT),
      *> "P" once a live pay cycle has posted the period, and "C"
      *> once the month-end close sealed it. A period with no record
      *> at all is open - the control file only starts mattering the
      *> first time a period is paid; YearEndRollover writes the new
      *> year's twelve "O" records when it rolls the year.
      *> PC-OVERRIDE is "Y" when a paid period was deliberately rerun
      *> on an operations override, so the rerun is on the record
      *> instead of silent.
       01 PERIOD-RECORD.
           05 PC-PERIOD       PIC 9(6).
           05 PC-STATUS       PIC X(1).
