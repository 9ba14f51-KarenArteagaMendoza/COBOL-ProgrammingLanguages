      *> Shared positive-pay record layout: the issued-cheque file
      *> the bank matches every presented cheque against. PP-ACTION
      *> is "I" for a cheque issued, "V" for one voided after it was
      *> reported, so the bank refuses it. The pay cycle's file
      *> closes with a #CONTROL trailer (record count and issued
      *> amount total) the same as the direct-deposit extract.
       01 POSPAY-RECORD.
           05 PP-ACTION        PIC X(1).
           05 FILLER           PIC X(1).
           05 PP-CHEQUE-NO     PIC 9(8).
           05 FILLER           PIC X(1).
           05 PP-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(1).
           05 PP-AMOUNT        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 PP-PAYEE         PIC X(30).
