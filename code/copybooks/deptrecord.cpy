      *> Shared department master record layout for DEPTMAST.DAT.
      *> Keyed on DEPT-CODE so maintenance and the EMP-DEPT
      *> validation lookups can read it directly.
      *> DEPT-COMPANY is the legal entity the department belongs to,
      *> and through it every employee in the department: the pay
      *> cycle, the trailer footing and the company-selected reports
      *> all go by it (see CompanyLookup). A blank company is read as
      *> the home company. A master still on the layout before the
      *> field existed is brought forward once by ConvertDeptMaster.
       01 DEPT-RECORD.
           05 DEPT-CODE         PIC X(10).
           05 DEPT-NAME         PIC X(30).
           05 DEPT-COST-CENTER  PIC X(6).
           05 DEPT-COMPANY      PIC X(4).
