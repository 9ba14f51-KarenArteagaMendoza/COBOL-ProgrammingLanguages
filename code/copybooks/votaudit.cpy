      *> Shared voter-registry audit record layout for VOTAUDIT.DAT,
      *> append-only like AUDITLOG.DAT. One line per maintenance
      *> action: what was done, when, to whom, and the detail (the
      *> reason for a removal, the old value for a correction), and
      *> the operator who did it. Lines written before the operator
      *> was carried end at VA-DETAIL and read back with
      *> VA-OPERATOR-ID as spaces.
       01 VAUDIT-RECORD.
           05 VA-ACTION       PIC X(4).
           05 FILLER          PIC X(1).
           05 VA-TIMESTAMP    PIC X(21).
           05 FILLER          PIC X(1).
           05 VA-VOTER-NAME   PIC X(30).
           05 FILLER          PIC X(1).
           05 VA-DETAIL       PIC X(40).
           05 FILLER          PIC X(1).
           05 VA-OPERATOR-ID  PIC X(10).
