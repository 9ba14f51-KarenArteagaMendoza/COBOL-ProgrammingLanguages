      *> Shared security-event record layout for SECLOG.DAT: one line
      *> per sign-on attempt and per refused menu choice, appended by
      *> SecurityLogger. SL-SEQ runs on from the last entry on the
      *> file the way AUDIT-SEQ does on AUDITLOG.DAT, so a removed
      *> entry leaves a gap. SL-EVENT is one of
      *>   SIGNON    good sign-on (SL-DETAIL carries the role)
      *>   BADPWD    wrong password for a known operator ID
      *>   UNKNOWN   operator ID not on OPERMAST.DAT
      *>   LOCKOUT   this failure locked the account
      *>   LOCKED    attempt on an account already locked out
      *>   DISABLED  attempt on a disabled account
      *>   PWDCHANGE expired password replaced at sign-on
      *>   EXPIRED   expired password, no new one set - refused
      *>   ROLEDENY  inquiry-only operator picked an update choice
      *>   ACCTSHOW  bank account number shown in full to a bank
      *>             administrator (SL-DETAIL carries the employee)
      *> SL-OPERATOR-ID is the ID as entered, known or not.
       01 SECLOG-RECORD.
           05 SL-SEQ             PIC 9(9).
           05 FILLER             PIC X(1).
           05 SL-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(1).
           05 SL-OPERATOR-ID     PIC X(10).
           05 FILLER             PIC X(1).
           05 SL-EVENT           PIC X(10).
           05 FILLER             PIC X(1).
           05 SL-PROGRAM         PIC X(20).
           05 FILLER             PIC X(1).
           05 SL-DETAIL          PIC X(40).
