      *> Shared position-control record layout for POSMAST.DAT.
      *> Keyed on department plus job grade: POS-AUTHORIZED is the
      *> approved headcount for that combination. A department with
      *> no position records at all is not under position control
      *> yet; once it has any, a grade with no record of its own is
      *> authorized zero. An ungraded employee cannot be matched to
      *> a grade, so ungraded hires are held to the department's
      *> total across all its grades.
       01 POS-RECORD.
           05 POS-KEY.
               10 POS-DEPT        PIC X(10).
               10 POS-GRADE       PIC X(4).
           05 POS-AUTHORIZED      PIC 9(4).
           05 POS-CHANGED-DATE    PIC 9(8).
