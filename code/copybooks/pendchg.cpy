      *> Shared pending-change record layout for PENDCHG.DAT, keyed
      *> on PD-CHANGE-NO. A pay or bank-account change keyed by one
      *> operator waits here until a second operator approves it in
      *> ChangeApproval; nothing reaches EMPLOYEE.DAT or BANKMAST.DAT
      *> before then. PD-TYPE is
      *>   CHG - pay correction keyed in SaveEmployeeToFile
      *>   RAI - merit raise from a MeritIncrease run, or a raise
      *>         to the new grade minimum from a GradeRevision run
      *>   BNK - new or changed deposit account from BankMaintenance
      *> PD-STATUS is "P" pending, "A" approved and applied, or "R"
      *> rejected (PD-REASON says why). The entry is kept once
      *> decided, so who keyed and who approved stays answerable.
      *> The before and after values are the fields the change
      *> touches, viewed by type; a BNK before image of SPACES is a
      *> new account.
       01 PENDCHG-RECORD.
           05 PD-CHANGE-NO       PIC 9(8).
           05 PD-TYPE            PIC X(3).
           05 PD-STATUS          PIC X(1).
           05 PD-EMP-ID          PIC 9(5).
           05 PD-MAKER-ID        PIC X(10).
           05 PD-KEYED-STAMP     PIC X(21).
           05 PD-CHECKER-ID      PIC X(10).
           05 PD-DECIDED-STAMP   PIC X(21).
           05 PD-REASON          PIC X(30).
           05 PD-BEFORE          PIC X(50).
           05 PD-BEFORE-PAY REDEFINES PD-BEFORE.
               10 PD-B-PAY-TYPE      PIC X(1).
               10 PD-B-HOURLY-RATE   PIC 9(4)V99.
               10 PD-B-SALARY        PIC 9(7)V99.
               10 FILLER             PIC X(34).
           05 PD-BEFORE-BANK REDEFINES PD-BEFORE.
               10 PD-B-BANK-ID       PIC X(8).
               10 PD-B-ACCOUNT       PIC X(12).
               10 PD-B-ACCT-NAME     PIC X(30).
           05 PD-AFTER           PIC X(50).
           05 PD-AFTER-PAY REDEFINES PD-AFTER.
               10 PD-A-PAY-TYPE      PIC X(1).
               10 PD-A-HOURLY-RATE   PIC 9(4)V99.
               10 PD-A-SALARY        PIC 9(7)V99.
               10 FILLER             PIC X(34).
           05 PD-AFTER-BANK REDEFINES PD-AFTER.
               10 PD-A-BANK-ID       PIC X(8).
               10 PD-A-ACCOUNT       PIC X(12).
               10 PD-A-ACCT-NAME     PIC X(30).
