      *> Shared inactive-employee history record layout for
      *> INACTEMP.DAT, keyed on the same EMP-ID the employee had on
      *> EMPLOYEE.DAT. EmployeePurge moves a long-terminated
      *> employee here whole - IN-EMP-IMAGE is the EMP-RECORD exactly
      *> as it stood on the master - so EmployeeLookup can still
      *> answer for them and a rehire in SaveEmployeeToFile can put
      *> the record back unchanged. IN-PURGE-DATE and IN-PURGED-BY
      *> carry when the move was made and by whom; the move itself
      *> is journaled on EMPJRNL.DAT (PRG, and RST on the way back).
       01 INACTIVE-RECORD.
           05 IN-EMP-ID           PIC 9(5).
           05 IN-EMP-IMAGE        PIC X(91).
           05 IN-PURGE-DATE       PIC 9(8).
           05 IN-PURGED-BY        PIC X(10).
           05 FILLER              PIC X(16).
