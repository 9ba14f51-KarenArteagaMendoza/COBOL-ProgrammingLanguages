      *> Shared bank-directory record layout for BANKDIR.DAT, the
      *> list of banks the shop's deposit file may route money to.
      *> BankMaintenance will only take a BA-BANK-ID found here and
      *> open ("A"); a bank marked closed ("C") keeps its existing
      *> accounts but takes no new ones. Where the bank fixes the
      *> length of its account numbers, BD-ACCOUNT-LENGTH holds it
      *> so a dropped or doubled digit is caught at entry; zero
      *> means the length varies and is not checked.
       01 BANKDIR-RECORD.
           05 BD-BANK-ID         PIC X(8).
           05 BD-BANK-NAME       PIC X(30).
           05 BD-STATUS          PIC X.
           05 BD-ACCOUNT-LENGTH  PIC 9(2).
