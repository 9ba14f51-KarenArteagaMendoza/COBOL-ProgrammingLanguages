      *> Shared payment-journal record layout for PAYJRNL.DAT,
      *> append-only like EMPJRNL.DAT: one line every time a posted
      *> payment is voided (PJ-ACTION VOD) and every time a voided
      *> payment's reissue is paid (RIS), so who backed out which
      *> payment, why, and where the money went again is answerable
      *> from the file rather than anyone's memory. PJ-PERIOD is
      *> the voided payment's period key; PJ-POST-PERIOD is the
      *> period the entry was booked in.
       01 PAYJRNL-RECORD.
           05 PJ-ACTION       PIC X(3).
           05 FILLER          PIC X(1).
           05 PJ-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(1).
           05 PJ-TIMESTAMP    PIC X(21).
           05 FILLER          PIC X(1).
           05 PJ-EMP-ID       PIC 9(5).
           05 FILLER          PIC X(1).
           05 PJ-PERIOD       PIC 9(6).
           05 FILLER          PIC X(1).
           05 PJ-POST-PERIOD  PIC 9(6).
           05 FILLER          PIC X(1).
           05 PJ-GROSS        PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 PJ-NET          PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 PJ-REASON       PIC X(4).
