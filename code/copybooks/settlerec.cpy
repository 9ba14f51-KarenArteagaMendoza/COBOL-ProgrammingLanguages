      *> Shared final-settlement record layout for SETTLE.DAT: one
      *> record per termination, keyed on employee ID plus the
      *> termination date so a rehired leaver's second settlement
      *> never lands on the first.
      *>   FS-STATUS P - calculated by FinalSettlement, waiting for
      *>                 HR; a rerun recalculates it
      *>             A - approved in SettlementApproval and the
      *>                 severance handed to BONUS.DAT (reason SEVR)
      *>                 for the next supplemental PayrollCycle run
      *>             R - rejected in SettlementApproval, FS-REASON
      *>                 says why
      *> An approved or rejected settlement is final: FinalSettlement
      *> never recalculates it.
      *> FS-SERVICE-YEARS is completed months of service over twelve;
      *> FS-WEEKS is what the SEVRULES.DAT band gave, after its cap.
      *> FS-LOAN-BALANCE and FS-ARREARS are the open staff-loan and
      *> deduction-arrears balances listed for recovery on the
      *> statement; they are not taken off FS-SEVERANCE.
       01 SETTLE-RECORD.
           05 FS-KEY.
               10 FS-EMP-ID       PIC 9(5).
               10 FS-TERM-DATE    PIC 9(8).
           05 FS-STATUS           PIC X(1).
           05 FS-HIRE-DATE        PIC 9(8).
           05 FS-DEPT             PIC X(10).
           05 FS-GRADE            PIC X(4).
           05 FS-SERVICE-YEARS    PIC 9(2)V99.
           05 FS-ANNUAL-SALARY    PIC 9(7)V99.
           05 FS-WEEKLY-PAY       PIC 9(7)V99.
           05 FS-WEEKS            PIC 9(3)V99.
           05 FS-SEVERANCE        PIC 9(7)V99.
           05 FS-LOAN-BALANCE     PIC 9(7)V99.
           05 FS-ARREARS          PIC 9(7)V99.
           05 FS-CALC-DATE        PIC 9(8).
           05 FS-DECIDED-BY       PIC X(10).
           05 FS-DECIDED-DATE     PIC 9(8).
           05 FS-REASON           PIC X(30).
