      *> The next live PayrollCycle run picks the adjustment up and
      *> carries it through the payslip, the history, and the GL
      *> extract - no more settling back pay with a manual cheque.
      *> Run this once the MeritIncrease raises have been approved
      *> in ChangeApproval, so the master already carries the raised
      *> salary; the adjustment covers the effective month through
      *> the last period on the history, never the current month
      *> (the cycle pays that at the new rate itself).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-NEW-WITHHOLDING PIC 9(7)V99.
       01 WS-NEW-NET         PIC 9(7)V99.
       01 WS-TAX-RATE        PIC 9V999.
       01 WS-TAX-JURISDICTION PIC X(4).
       01 WS-GROSS-OWED      PIC S9(7)V99.
       01 WS-WITHHOLD-OWED   PIC S9(7)V99.

               *> period, so the back pay withholds exactly what the
               *> period itself would have withheld.
               COMPUTE WS-PRICE-DATE = PH-PERIOD * 100 + 1
               CALL "TaxJurisdiction" USING RT-EMP-ID
                   WS-TAX-JURISDICTION
               CALL "TaxModule" USING WS-PRICE-DATE
                   WS-TARGET-MONTHLY WS-NEW-WITHHOLDING
                   WS-NEW-NET WS-TAX-RATE WS-TAX-JURISDICTION
               COMPUTE WS-WITHHOLD-OWED =
                   WS-NEW-WITHHOLDING - PH-WITHHOLDING
               IF WS-WITHHOLD-OWED < 0
