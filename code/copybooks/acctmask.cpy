      *> Request area for AccountMask, the one place a BANKMAST.DAT
      *> account number is turned into what an operator may see. The
      *> caller fills the operator, its own program name, the
      *> employee and the account; AM-SHOWN comes back as the full
      *> number for an operator with bank-administration authority
      *> (OPER-BANK-ADMIN), logged to SECLOG.DAT, and otherwise as
      *> the last four characters behind asterisks. A batch report
      *> with no operator passes SPACES and always gets the mask.
      *> Files bound for the bank (BANKPAY.DAT, the prenote extract)
      *> never come through here - they need the full number.
       01 ACCOUNT-MASK-REQUEST.
           05 AM-OPERATOR-ID    PIC X(10).
           05 AM-PROGRAM        PIC X(20).
           05 AM-EMP-ID         PIC 9(5).
           05 AM-ACCOUNT        PIC X(12).
           05 AM-SHOWN          PIC X(12).
