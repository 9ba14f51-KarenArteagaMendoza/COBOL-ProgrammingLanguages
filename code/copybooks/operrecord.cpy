      *> is unusable after OPER-PWD-EXPIRES. OPER-ROLE is "U" for
      *> update authority or "I" for inquiry-only; the role decides
      *> which menu choices are offered and whether the file-updating
      *> programs will run for this operator. OPER-BANK-ADMIN "Y" is
      *> bank-administration authority, granted separately from the
      *> role: only such an operator sees a BANKMAST.DAT account
      *> number in full (AccountMask logs every such reveal); every
      *> other operator sees it masked to the last four digits.
      *> A master from before the field existed is brought forward
      *> once by ConvertOperMaster.
       01 OPER-RECORD.
           05 OPER-ID           PIC X(10).
           05 OPER-PASSWORD     PIC X(10).
           05 OPER-PWD-EXPIRES  PIC 9(8).
           05 OPER-FAIL-COUNT   PIC 9(1).
           05 OPER-ROLE         PIC X(1).
           05 OPER-BANK-ADMIN   PIC X(1).
