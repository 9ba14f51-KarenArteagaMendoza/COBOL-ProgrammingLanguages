      *> Shared off-cycle bonus transaction layout for BONUS.DAT, in
      *> the RAISES.DAT fixed-field style: who, how much, and the
      *> reason code. The supplemental PayrollCycle run pays only
      *> these employees. Reason SEVR is a severance
      *> SettlementApproval released for a leaver, and is the one
      *> reason the supplemental run pays to a terminated employee.
       01 BONUS-RECORD.
           05 BT-EMP-ID        PIC 9(5).
           05 BT-AMOUNT        PIC 9(7)V99.
           05 BT-REASON        PIC X(4).
