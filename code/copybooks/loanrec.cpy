      *> Shared loan-master record layout for LOANMAST.DAT: salary
      *> advances and staff loans, keyed on employee ID plus a loan
      *> number so one employee's loans cluster together.
      *>   LN-STATUS P - approved, waiting for the next supplemental
      *>                 PayrollCycle run to pay the principal out
      *>             O - paid out (in LN-ISSUE-PERIOD) and being
      *>                 recovered LN-INSTALMENT a month from
      *>                 LN-START-PERIOD
      *>             C - recovered in full; the cycle stops by itself
      *>             X - cancelled before it was paid out
      *>             W - written off with LN-BALANCE still open
      *> LN-PRIOR-BALANCE is the balance before LN-LAST-PERIOD's
      *> cycle took its instalment, so a rerun of that period starts
      *> over from it instead of taking the instalment twice.
       01 LOAN-RECORD.
           05 LN-KEY.
               10 LN-EMP-ID       PIC 9(5).
               10 LN-LOAN-NO      PIC 9(2).
           05 LN-TYPE             PIC X.
           05 LN-STATUS           PIC X.
           05 LN-PRINCIPAL        PIC 9(7)V99.
           05 LN-INSTALMENT       PIC 9(7)V99.
           05 LN-START-PERIOD     PIC 9(6).
           05 LN-BALANCE          PIC 9(7)V99.
           05 LN-PRIOR-BALANCE    PIC 9(7)V99.
           05 LN-ISSUE-PERIOD     PIC 9(6).
           05 LN-LAST-PERIOD      PIC 9(6).
           05 LN-LAST-TAKEN       PIC 9(7)V99.
           05 LN-REASON           PIC X(20).
           05 LN-OPERATOR-ID      PIC X(10).
           05 LN-CREATED-DATE     PIC 9(8).
