      *> Pay-cycle checkpoint record layout for PAYCKPT.DAT, owned by
      *> PayrollCycle. One record, rewritten whole at every
      *> checkpoint of a live full-file run. PK-RUN-STATUS is "A"
      *> while the run is in flight and "C" once the period has been
      *> marked paid. Everything a restart needs to carry forward is
      *> here: the last employee committed, the register, bank,
      *> cheque and GL running totals, and the in-storage tables the
      *> GL extract is written from. The output files are trimmed
      *> back to the record counts held here, so anything written
      *> after the checkpoint is written again exactly once.
       01 PAYCKPT-RECORD.
           05 PK-PERIOD            PIC 9(6).
           05 PK-RUN-STATUS        PIC X(1).
           05 PK-LAST-EMP-ID       PIC 9(5).
           05 PK-TAKEN-STAMP       PIC X(14).
           05 PK-OVERRIDE          PIC X(1).
           05 PK-PAYSLIP-NAME      PIC X(40).
           05 PK-NEXT-CHEQUE       PIC 9(8).
           05 PK-TOTALS.
               10 PK-EMP-PAID          PIC 9(6).
               10 PK-EMP-SEEN          PIC 9(6).
               10 PK-GROSS-TOTAL       PIC 9(11)V99.
               10 PK-WITHHOLD-TOTAL    PIC 9(11)V99.
               10 PK-DEDUCT-TOTAL      PIC 9(11)V99.
               10 PK-NET-TOTAL         PIC 9(11)V99.
               10 PK-ANNUAL-TOTAL      PIC 9(11)V99.
               10 PK-ERCOST-TOTAL      PIC 9(11)V99.
               10 PK-BANKPAY-COUNT     PIC 9(6).
               10 PK-BANKPAY-TOTAL     PIC 9(11)V99.
               10 PK-CHEQUE-COUNT      PIC 9(6).
               10 PK-CHEQUE-TOTAL      PIC 9(11)V99.
               10 PK-CHQ-PRINTED       PIC 9(6).
               10 PK-CHQ-PRINTED-AMT   PIC 9(11)V99.
               10 PK-FIRST-CHEQUE      PIC 9(8).
               10 PK-LAST-CHEQUE       PIC 9(8).
               10 PK-CHQ-SKIPPED       PIC 9(4).
               10 PK-CHQ-RERUN-VOIDS   PIC 9(4).
               10 PK-POSPAY-COUNT      PIC 9(6).
               10 PK-POSPAY-TOTAL      PIC 9(11)V99.
               10 PK-PRENOTES-SENT     PIC 9(5).
               10 PK-PRENOTES-LIVE     PIC 9(5).
               10 PK-PRENOTES-HELD     PIC 9(5).
               10 PK-ARREARS-ADDED     PIC 9(9)V99.
               10 PK-ARREARS-TAKEN     PIC 9(9)V99.
               10 PK-LOAN-RECOVERED    PIC 9(11)V99.
               10 PK-LOANS-CLEARED     PIC 9(5).
               10 PK-HOURLY-SKIPPED    PIC 9(4).
               10 PK-RETRO-APPLIED     PIC 9(3).
               10 PK-ALLOC-SPLIT       PIC 9(5).
               10 PK-ALLOC-REJECTED    PIC 9(5).
           05 PK-DEPT-ENTRIES      PIC 9(3).
           05 PK-DEPT-TABLE.
               10 PK-DEPT-ENTRY OCCURS 50 TIMES.
                   15 PK-DEPT-NAME     PIC X(10).
                   15 PK-DEPT-TOTAL    PIC 9(9)V99.
                   15 PK-DEPT-ERCOST   PIC 9(9)V99.
           05 PK-DEDCODE-ENTRIES   PIC 9(3).
           05 PK-DEDCODE-TABLE.
               10 PK-DEDCODE-ENTRY OCCURS 20 TIMES.
                   15 PK-DEDCODE-CODE  PIC X(4).
                   15 PK-DEDCODE-TOTAL PIC 9(9)V99.
           05 PK-ERCODE-ENTRIES    PIC 9(3).
           05 PK-ERCODE-TABLE.
               10 PK-ERCODE-ENTRY OCCURS 20 TIMES.
                   15 PK-ERCODE-CODE   PIC X(4).
                   15 PK-ERCODE-TOTAL  PIC 9(9)V99.
      *> Retro adjustments already paid, by employee and from-period
      *> rather than by table slot: the end of the run rewrites
      *> RETROADJ.DAT, so a restart may load a shorter file.
           05 PK-RETRO-DONE-COUNT  PIC 9(3).
           05 PK-RETRO-DONE OCCURS 100 TIMES.
               10 PK-RD-EMP-ID     PIC 9(5).
               10 PK-RD-FROM       PIC 9(6).
           05 PK-TIMECARD-USED OCCURS 300 TIMES PIC X(1).
           05 PK-LEAVE-USED OCCURS 500 TIMES PIC X(1).
      *> Withholding by tax jurisdiction, for the per-authority
      *> liability credits on the GL extract. Last in the record, so
      *> a checkpoint taken before it existed reads it as spaces.
           05 PK-JURIS-ENTRIES     PIC 9(3).
           05 PK-JURIS-TABLE.
               10 PK-JURIS-ENTRY OCCURS 20 TIMES.
                   15 PK-JURIS-CODE    PIC X(4).
                   15 PK-JURIS-TOTAL   PIC 9(9)V99.
