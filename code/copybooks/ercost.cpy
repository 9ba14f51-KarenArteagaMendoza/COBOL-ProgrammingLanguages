      *> Employer-cost area passed to EmployerCost: the caller
      *> supplies the date to price for and the gross being paid,
      *> and gets back the employer's contribution on each code in
      *> force on that date (payroll tax, pension match, ...) and
      *> their total. The cost is over and above the gross - it
      *> never touches the employee's net pay.
       01 ER-COST-AREA.
           05 ER-PRICE-DATE       PIC 9(8).
           05 ER-GROSS            PIC 9(7)V99.
           05 ER-TOTAL            PIC 9(7)V99.
           05 ER-COUNT            PIC 9(2).
           05 ER-LINE OCCURS 10 TIMES.
               10 ER-CODE         PIC X(4).
               10 ER-AMOUNT       PIC 9(7)V99.
