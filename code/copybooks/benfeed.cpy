      *> Benefits-provider change feed BENFEED.DAT, in the fixed
      *> layout the vendor loads: one "H" header naming the batch,
      *> one "D" record per employee change taken off EMPJRNL.DAT,
      *> and one "T" control trailer the vendor proves the batch
      *> against. A detail record carries the employee as the change
      *> left them, the Y/N flags saying which of the fields the
      *> vendor cares about the change moved, and the prior
      *> department and salary for a transfer or pay change.
      *> BF-CHANGE-CODE is the journal action (ADD, CHG, XFR, TRM,
      *> REH or RAI). BH-RESEND is "Y" on a batch sent again under
      *> its original number, which the vendor must not apply twice.
       01 BENFEED-RECORD.
           05 BF-REC-TYPE         PIC X(1).
           05 BF-CHANGE-CODE      PIC X(3).
           05 BF-EMP-ID           PIC 9(5).
           05 BF-EFFECTIVE-DATE   PIC 9(8).
           05 BF-NAME             PIC X(30).
           05 BF-DEPT             PIC X(10).
           05 BF-SALARY           PIC 9(7)V99.
           05 BF-STATUS           PIC X(1).
           05 BF-HIRE-DATE        PIC 9(8).
           05 BF-TERM-DATE        PIC 9(8).
           05 BF-NAME-CHANGED     PIC X(1).
           05 BF-DEPT-CHANGED     PIC X(1).
           05 BF-SALARY-CHANGED   PIC X(1).
           05 BF-STATUS-CHANGED   PIC X(1).
           05 BF-PRIOR-DEPT       PIC X(10).
           05 BF-PRIOR-SALARY     PIC 9(7)V99.
           05 FILLER              PIC X(14).

       01 BENFEED-HEADER REDEFINES BENFEED-RECORD.
           05 BH-REC-TYPE         PIC X(1).
           05 BH-FEED-ID          PIC X(8).
           05 BH-SENDER           PIC X(10).
           05 BH-BATCH-NO         PIC 9(6).
           05 BH-CREATED-DATE     PIC 9(8).
           05 BH-CREATED-TIME     PIC 9(6).
           05 BH-RESEND           PIC X(1).
           05 FILLER              PIC X(80).

       01 BENFEED-TRAILER REDEFINES BENFEED-RECORD.
           05 BT-REC-TYPE         PIC X(1).
           05 BT-BATCH-NO         PIC 9(6).
           05 BT-RECORD-COUNT     PIC 9(6).
           05 BT-SALARY-HASH      PIC 9(11)V99.
           05 BT-EMP-ID-HASH      PIC 9(11).
           05 FILLER              PIC X(83).
