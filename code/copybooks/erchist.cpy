      *> Shared employer-cost history record layout for ERCHIST.DAT.
      *> One record per employee, pay period, and contribution code,
      *> written by every posting pay cycle alongside PAYHIST.DAT
      *> (same employee-plus-period key, with the code on the end),
      *> so the budget comparison and the employer returns can
      *> rebuild the fully loaded cost of any period without
      *> repricing it. A rerun of a period replaces its records.
       01 ERCHIST-RECORD.
           05 EH-KEY.
               10 EH-EMP-ID       PIC 9(5).
               10 EH-PERIOD       PIC 9(6).
               10 EH-CODE         PIC X(4).
           05 EH-GROSS            PIC 9(7)V99.
           05 EH-AMOUNT           PIC 9(7)V99.
