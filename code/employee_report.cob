      *> select by department or salary range, and a choice of
      *> sequencing by Employee ID or by name (the name sequence
      *> comes straight off the EMP-NAME alternate key, so no sort
      *> step is needed). Each run lists one company (legal entity)
      *> only, so no page ever mixes two employers' staff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       *> Parameter card: department filter (blank = every
       *> department), salary range (0 0 = no limit), and the report
       *> sequence - I for Employee ID order, N for name order - and
       *> the company to list (blank = the home company).
       01 WS-PARM-CARD.
           05 PC-DEPT-FILTER  PIC X(10).
           05 FILLER          PIC X(1).
           05 PC-SALARY-MAX   PIC X(7).
           05 FILLER          PIC X(1).
           05 PC-SEQUENCE     PIC X(1).
           05 FILLER          PIC X(1).
           05 PC-COMPANY      PIC X(4).

       01 WS-SALARY-MIN     PIC 9(7) VALUE 0.
       01 WS-SALARY-MAX     PIC 9(7) VALUE 9999999.

       *> Request area for CompanyLookup.
           COPY "companyreq.cpy".

       *> Spool registration: with no PAYRPT override from the JCL,
       *> each run's report goes to its own dated spool member via
       *> SpoolRegister instead of clobbering a fixed PAYRPT.DAT;
           END-IF

           DISPLAY "Enter report parameters (dept, salary min,"
               " salary max, sequence I/N, company; blank card = all"
               " of the home company, by ID):"
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD
           PERFORM EDIT-PARAMETERS
           MOVE FUNCTION UPPER-CASE(PC-DEPT-FILTER)
               TO PC-DEPT-FILTER
           MOVE FUNCTION UPPER-CASE(PC-SEQUENCE) TO PC-SEQUENCE
           MOVE FUNCTION UPPER-CASE(PC-COMPANY) TO PC-COMPANY
           IF PC-COMPANY = SPACES
               MOVE SPACES TO COMPANY-REQUEST
               MOVE "H" TO CO-ACTION
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-COMPANY TO PC-COMPANY
           END-IF

           IF PC-SALARY-MIN IS NUMERIC
               MOVE PC-SALARY-MIN TO WS-SALARY-MIN

       PRINT-IF-SELECTED.
           *> Trailer and terminated records never print; the
           *> parameter card then narrows by company, department and
           *> salary.
           IF EMP-ID = WS-TRAILER-KEY OR EMP-STATUS = "T"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY NOT = PC-COMPANY
               CONTINUE
           ELSE
               IF (PC-DEPT-FILTER = SPACES
           MOVE 0 TO WS-LINE-COUNT

           MOVE SPACES TO PRINT-REC
           STRING "Payroll Summary Report   Company " PC-COMPANY
               "   Run " WS-RUN-STAMP(1:14) "   Page " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

