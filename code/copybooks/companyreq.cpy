      *> Request area for CompanyLookup and CompanyTrailer, the two
      *> subprograms that know which legal entity an employee belongs
      *> to. Set CO-ACTION and the inputs it names, CALL, and read
      *> the answer back:
      *>   CompanyLookup
      *>     "H"  CO-COMPANY comes back as the home company.
      *>     "D"  CO-DEPT in; CO-COMPANY comes back as the company the
      *>          department belongs to. CO-RESULT is "N" when the
      *>          department is not on DEPTMAST.DAT (or carries no
      *>          company) and the home company was assumed.
      *>     "F"  CO-FILE-NAME and CO-COMPANY in; CO-FILE-NAME comes
      *>          back as that company's copy of the file - unchanged
      *>          for the home company, otherwise with the company
      *>          code set in before the extension (GLYTD.DAT becomes
      *>          GLYTD.0002.DAT).
      *>     "R"  forget the department table, so the next "D" reads
      *>          DEPTMAST.DAT afresh - for a caller that has just
      *>          changed a department's company.
      *>   CompanyTrailer (trailer record passed as the second item)
      *>     "P"  adds CO-COUNT-DELTA and CO-SALARY-DELTA to the
      *>          CO-COMPANY totals on the trailer. CO-RESULT is "F"
      *>          when the trailer has no room left for another
      *>          company.
      *>     "G"  CO-COUNT-DELTA and CO-SALARY-DELTA come back holding
      *>          CO-COMPANY's totals off the trailer; CO-RESULT "N"
      *>          when the trailer carries none for it.
       01 COMPANY-REQUEST.
           05 CO-ACTION          PIC X(1).
           05 CO-DEPT            PIC X(10).
           05 CO-COMPANY         PIC X(4).
           05 CO-FILE-NAME       PIC X(40).
           05 CO-COUNT-DELTA     PIC S9(6).
           05 CO-SALARY-DELTA    PIC S9(9)V99.
           05 CO-RESULT          PIC X(1).
