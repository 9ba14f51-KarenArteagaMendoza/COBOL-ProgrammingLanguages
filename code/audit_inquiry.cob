      *> of adds per operator per day. When payroll challenges a
      *> record, "who put this on the file and when" is one lookup
      *> here instead of a manual scroll through the raw file.
      *> ActivityTrail gives the same selections across every audit
      *> file at once, merged into one timeline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
