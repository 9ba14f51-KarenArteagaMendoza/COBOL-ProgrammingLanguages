               10 BUD-DEPT        PIC X(10).
               10 BUD-YEAR        PIC 9(4).
           05 BUD-MONTH-AMOUNT    OCCURS 12 TIMES PIC 9(9)V99.
      *> BUD-STATUS is "D" for a draft still under review - what the
      *> BudgetSeed run writes from the salary projection - and "A"
      *> once BudgetMaintenance has approved it. A reseed replaces a
      *> draft but never an approved year. Budgets keyed in by hand
      *> are approved as they are entered; ConvertBudget brings a
      *> file written before the field existed forward as approved.
           05 BUD-STATUS          PIC X(1).
