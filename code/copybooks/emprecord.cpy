
      *> Trailer control record for GL reconciliation, written under the
      *> reserved key EMP-TRAILER-KEY so it sorts last in the index.
      *> Alongside the file's grand totals it carries the same count
      *> and salary total for each company (legal entity) the
      *> employees belong to, so each company's pay cycle foots to
      *> its own figures; CompanyTrailer keeps them. A trailer with
      *> no company totals at all predates them, and then the whole
      *> file is the home company's.
       01 EMP-TRAILER-REC REDEFINES EMP-RECORD.
           05 TR-ID              PIC 9(5).
           05 TR-RECORD-COUNT    PIC 9(6).
           05 TR-TOTAL-SALARY    PIC 9(9)V99.
           05 TR-COMPANY-TOTALS OCCURS 3 TIMES.
               10 TR-CO-CODE     PIC X(4).
               10 TR-CO-COUNT    PIC 9(6).
               10 TR-CO-SALARY   PIC 9(9)V99.
           05 FILLER             PIC X(6).
