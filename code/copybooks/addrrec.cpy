      *> Shared address/contact record layout for ADDRMAST.DAT, one
      *> record per employee keyed on the same EMP-ID as the master,
      *> so EMP-RECORD itself never had to change length. The
      *> mailing block on the annual statements and the reprinted
      *> payslips is built from AD-LINE-1 through AD-COUNTRY; a
      *> record is only good for mailing when line 1, the city and
      *> the postal code are all present. AD-COUNTRY is blank for a
      *> domestic address and is then left off the block.
      *> AD-OPERATOR-ID and AD-CHANGED-DATE carry who last keyed
      *> the record and when; the full before/after history is on
      *> ADDRJRNL.DAT. AD-TAX-JURISDICTION names the withholding
      *> authority the employee is taxed under - the bracket set
      *> TaxModule prices them with and the liability account their
      *> withholding is credited to; blank is the default set every
      *> employee was priced under before there was more than one.
      *> The trailing FILLER is reserved so the record can grow
      *> without reloading the file.
       01 ADDRESS-RECORD.
           05 AD-EMP-ID           PIC 9(5).
           05 AD-LINE-1           PIC X(30).
           05 AD-LINE-2           PIC X(30).
           05 AD-CITY             PIC X(20).
           05 AD-REGION           PIC X(10).
           05 AD-POSTAL-CODE      PIC X(10).
           05 AD-COUNTRY          PIC X(20).
           05 AD-PHONE            PIC X(15).
           05 AD-EMAIL            PIC X(40).
           05 AD-OPERATOR-ID      PIC X(10).
           05 AD-CHANGED-DATE     PIC 9(8).
           05 AD-TAX-JURISDICTION PIC X(4).
           05 FILLER              PIC X(16).
