      *> the master by replaying the journal forward over the last
      *> UnloadEmployee backup. JR-ACTION is ADD, CHG (correction),
      *> XFR (transfer), TRM (terminate), REH (rehire), DEL
      *> (entered-in-error removal), or RAI (merit raise). CHG pay
      *> corrections and RAI raises are journaled by ChangeApproval
      *> when a second operator approves them, with the approver as
      *> JR-OPERATOR-ID. BNK is an approved bank-account change: its
      *> images are BANK-RECORDs, not EMP-RECORDs, so RecoverEmployee
      *> passes over it. PRG is a long-terminated employee moved to
      *> the inactive history INACTEMP.DAT by EmployeePurge, and RST
      *> one brought back from it for a rehire. An ADD or RST carries
      *> spaces in the before image; a DEL or PRG carries spaces in
      *> the after image.
       01 JRNL-RECORD.
           05 JR-ACTION       PIC X(3).
