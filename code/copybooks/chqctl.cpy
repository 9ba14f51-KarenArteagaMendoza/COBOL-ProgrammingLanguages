      *> Shared cheque-number control record for CHQCTL.DAT: the
      *> single record holds the next unused number on the cheque
      *> stock, in the EMPIDCTL.DAT style. PayrollCycle advances it
      *> as each cheque is printed, ChequeMaintenance as each blank
      *> is spoiled; only ChequeMaintenance may move it, and a jump
      *> past numbers already in use logs every number jumped on the
      *> register, so no number is ever reused or silently skipped.
       01 CHQCTL-RECORD.
           05 CC-NEXT-NUMBER  PIC 9(8).
