      *> Address-maintenance journal record layout for ADDRJRNL.DAT,
      *> append-only like EMPJRNL.DAT: every add, change, or delete
      *> of an ADDRMAST.DAT record writes one entry holding the full
      *> record image before and after, so an address dispute ("we
      *> never moved") is answered from the journal, not from
      *> memory. AJ-ACTION is ADD, CHG, or DEL; an ADD carries spaces
      *> in the before image and a DEL spaces in the after image.
       01 ADDR-JRNL-RECORD.
           05 AJ-ACTION       PIC X(3).
           05 FILLER          PIC X(1).
           05 AJ-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(1).
           05 AJ-TIMESTAMP    PIC X(21).
           05 FILLER          PIC X(1).
           05 AJ-EMP-ID       PIC 9(5).
           05 FILLER          PIC X(1).
           05 AJ-BEFORE-IMAGE PIC X(218).
           05 FILLER          PIC X(1).
           05 AJ-AFTER-IMAGE  PIC X(218).
