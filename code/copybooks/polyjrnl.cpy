      *> Polynomial-library journal record layout for POLYJRNL.DAT,
      *> append-only like ADDRJRNL.DAT: every polynomial PolynomialsMain
      *> files in POLYLIB.DAT - a STORE, or a FIT/LSQFIT given a
      *> library name - writes one entry holding the library record
      *> before and after, so a basis polynomial that "changed by
      *> itself" can be traced to the batch and operator that
      *> replaced it. PJ-ACTION is ADD for a new name or CHG for a
      *> replaced one; an ADD carries spaces in the before image.
      *> PJ-SOURCE is the OPCTL.DAT action that did the filing. The
      *> images carry the coefficients in display form rather than
      *> the library's binary fields, so the journal reads as text.
       01 POLY-JRNL-RECORD.
           05 PJ-ACTION       PIC X(3).
           05 FILLER          PIC X(1).
           05 PJ-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(1).
           05 PJ-TIMESTAMP    PIC X(21).
           05 FILLER          PIC X(1).
           05 PJ-NAME         PIC X(12).
           05 FILLER          PIC X(1).
           05 PJ-SOURCE       PIC X(11).
           05 FILLER          PIC X(1).
           05 PJ-BEFORE-IMAGE.
               10 PJ-B-DEGREE PIC 99.
               10 PJ-B-COEF   OCCURS 20 TIMES
                               PIC S9(5)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.
           05 FILLER          PIC X(1).
           05 PJ-AFTER-IMAGE.
               10 PJ-A-DEGREE PIC 99.
               10 PJ-A-COEF   OCCURS 20 TIMES
                               PIC S9(5)V9(4) SIGN IS TRAILING
                               SEPARATE CHARACTER.
