      *> Shared transcript history record layout for TRANSCRIPT.DAT:
      *> one record per student per class per term, written by
      *> ArrayExample's batch grading as each class is graded and
      *> read back by StudentTranscript. Keyed on the roster's
      *> student ID, then the term, then the class, so a student's
      *> history reads in term order. TR-TERM is YYYYNN - the year
      *> and the term number within it - so terms sort as they fell.
      *> Regrading a class for the same term replaces its records.
      *> TR-WEIGHTED-FINAL is the component-weighted final before
      *> rounding; TR-FINAL and TR-LETTER are what the class report
      *> printed. Grade points are not held here: StudentTranscript
      *> maps the letter through its grade-point table, so a change
      *> of scale reaches every term at once.
       01 TRANSCRIPT-RECORD.
           05 TR-KEY.
               10 TR-STUDENT-ID     PIC X(8).
               10 TR-TERM           PIC X(6).
               10 TR-CLASS          PIC X(6).
           05 TR-STUDENT-NAME       PIC X(25).
           05 TR-WEIGHTED-FINAL     PIC 9(3)V9(2).
           05 TR-FINAL              PIC 9(3).
           05 TR-LETTER             PIC X(1).
           05 TR-GRADED-DATE        PIC 9(8).
