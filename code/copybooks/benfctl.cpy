      *> Shared run-control record for BENFCTL.DAT: the single record
      *> says which EMPJRNL.DAT entries the last benefits feed batch
      *> covered, in the CHQCTL.DAT style. BC-FROM-SEQ is the last
      *> journal entry (by position on the append-only journal) that
      *> went in the batch before it, BC-TO-SEQ the last one that
      *> went in this batch, and BC-TO-STAMP that entry's timestamp,
      *> so a journal that is not the one the batch was taken from
      *> is caught rather than trusted. BenefitsFeed starts the next
      *> batch after BC-TO-SEQ, and resends this one - same number,
      *> same entries - from BC-FROM-SEQ. It is rewritten only once
      *> the new batch is safely closed, so a run that fails part
      *> way sends nothing twice and skips nothing.
       01 BENFCTL-RECORD.
           05 BC-BATCH-NO      PIC 9(6).
           05 FILLER           PIC X(1).
           05 BC-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(1).
           05 BC-FROM-SEQ      PIC 9(8).
           05 FILLER           PIC X(1).
           05 BC-TO-SEQ        PIC 9(8).
           05 FILLER           PIC X(1).
           05 BC-TO-STAMP      PIC X(21).
           05 FILLER           PIC X(1).
           05 BC-RECORD-COUNT  PIC 9(6).
           05 FILLER           PIC X(1).
           05 BC-SALARY-HASH   PIC 9(11)V99.
