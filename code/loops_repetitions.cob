      *> an assumed raise percentage over a parameterized number of
      *> years, writes a projection file, and reports each employee's
      *> year-by-year salary plus the total payroll cost curve.
      *> BudgetSeed rolls the year-1 figures up into next year's
      *> draft department budgets.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
