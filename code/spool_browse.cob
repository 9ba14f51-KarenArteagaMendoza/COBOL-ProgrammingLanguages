      *> member, and sweep members older than the retention window
      *> so the spool doesn't grow forever. A reprint copies the
      *> held member to SPOOLOUT.DAT (and the screen), leaving the
      *> member itself untouched on the spool. A reprint is a copy
      *> of what the report wrote, so it shows no more of a bank
      *> account than the report did: writers mask account numbers
      *> through AccountMask before anything reaches the spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
