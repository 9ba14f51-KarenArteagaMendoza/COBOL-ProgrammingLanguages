      *> Shared labor-cost allocation record layout for ALLOCMAST.DAT:
      *> one record per employee who works across departments,
      *> keyed on EMP-ID. Each share names a department and the
      *> percentage of the employee's gross and employer cost it is
      *> charged; the shares in use (AL-SHARE-COUNT of them) total
      *> exactly 100.00. An employee with no record here is charged
      *> wholly to EMP-DEPT, as before. Where a percentage split
      *> does not come out to the cent, the odd cents go to the
      *> largest share so the charges still add up to the pay.
       01 ALLOC-RECORD.
           05 AL-EMP-ID           PIC 9(5).
           05 AL-SHARE-COUNT      PIC 9(1).
           05 AL-SHARE OCCURS 5 TIMES.
               10 AL-DEPT         PIC X(10).
               10 AL-PERCENT      PIC 9(3)V99.
           05 AL-OPERATOR-ID      PIC X(10).
           05 AL-CHANGED-DATE     PIC 9(8).
