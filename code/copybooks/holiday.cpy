      *> Shared bank-holiday record layout for HOLIDAY.DAT, keyed on
      *> the date. A day on this file is not a banking day: no pay
      *> date, run date, or input cutoff is set on it, and a pay day
      *> that falls on one is brought forward to the banking day
      *> before. Saturdays and Sundays are never banking days and
      *> need no entry here.
       01 HOLIDAY-RECORD.
           05 HL-DATE         PIC 9(8).
           05 HL-NAME         PIC X(30).
