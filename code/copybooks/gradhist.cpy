      *> Shared grade-revision history record layout for GRADHIST.DAT,
      *> append-only like AUDITLOG.DAT. GradeRevision writes one line
      *> per grade whose range it moves: the range before and after,
      *> the date the new range took effect, and who committed it -
      *> so "what was grade G3's range last March" is answerable
      *> after GRADMAST.DAT itself has moved on.
       01 GRADHIST-RECORD.
           05 GH-CODE           PIC X(4).
           05 FILLER            PIC X(1).
           05 GH-EFFECTIVE-DATE PIC 9(8).
           05 FILLER            PIC X(1).
           05 GH-OLD-MIN        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GH-OLD-MAX        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GH-NEW-MIN        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GH-NEW-MAX        PIC 9(7)V99.
           05 FILLER            PIC X(1).
           05 GH-OPERATOR-ID    PIC X(10).
           05 FILLER            PIC X(1).
           05 GH-TIMESTAMP      PIC X(21).
