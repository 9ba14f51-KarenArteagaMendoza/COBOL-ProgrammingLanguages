       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndRollover.

      *> Year-end close of one company's payroll year, in place of
      *> the dozen-step checklist that used to live on paper. Every
      *> prerequisite is checked first and the run refuses with the
      *> full list of whatever is missing:
      *>   - every period of the year closed on PERIODCTL.DAT, and
      *>     December on it at all (the last month-end did close);
      *>   - next year's withholding rows on TAXRATES.DAT;
      *>   - an approved BUDGET.DAT row for next year for every
      *>     department belonging to the company;
      *>   - the year's annual statements produced (the company
      *>     summary for the year on the statement file);
      *>   - the year's pay history sealed on PAYARC<YYYY>.DAT by
      *>     PayHistArchive;
      *>   - no entry of the year (or earlier) left on AUDITLOG.DAT
      *>     for AuditArchive to move.
      *> Only then is the year rolled: the closed year's postings
      *> move off GLYTD.DAT to the prior-year feed GLYTD<YYYY>.DAT,
      *> leaving a fresh year-to-date feed (holding only anything
      *> already posted for the new year), and the new year's twelve
      *> periods are opened on PERIODCTL.DAT. Both halves are safe
      *> to rerun: a year already rolled and periods already open
      *> are left as they are and the run says so with RC 4.
      *> The SYSIN cards are the mode - P checks only what must be
      *> in place before the YEAREND job starts (periods, rates,
      *> budgets), C checks everything, R checks everything and
      *> rolls - the year (0 = the year before the run date), and
      *> the company (blank = the home company).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT TAXRATE-FILE ASSIGN DYNAMIC WS-TAXRATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT STMT-FILE ASSIGN DYNAMIC WS-STMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT YTD-FILE ASSIGN DYNAMIC WS-YTD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT YTDWK-FILE ASSIGN DYNAMIC WS-YTDWK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDWK-STATUS.

           SELECT ROLL-FILE ASSIGN DYNAMIC WS-ROLL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           COPY "periodrec.cpy".

      *> Same dated bracket rows TaxModule prices from; only the
      *> effective date matters here.
       FD TAXRATE-FILE.
       01 TAXRATE-RECORD.
           05 TXR-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER              PIC X(1).
           05 TXR-CEILING         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 TXR-RATE            PIC 9V999.
           05 FILLER              PIC X(1).
           05 TXR-JURISDICTION    PIC X(4).

       FD BUDGET-FILE.
           COPY "budgetrec.cpy".

       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       FD STMT-FILE.
       01 STMT-REC            PIC X(70).

      *> PayHistArchive's dated archive; only its #CONTROL trailer
      *> is looked for.
       FD ARCH-FILE.
       01 ARCH-RECORD         PIC X(60).

       FD AUDIT-FILE.
           COPY "auditrec.cpy".

      *> The pay cycle's year-to-date GL feed, one posting per line
      *> with the period first; the work file and the prior-year
      *> feed carry the same lines.
       FD YTD-FILE.
       01 YTD-RECORD          PIC X(60).

       FD YTDWK-FILE.
       01 YTDWK-RECORD        PIC X(60).

       FD ROLL-FILE.
       01 ROLL-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-FILE-NAME  PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-TAXRATE-FILE-NAME PIC X(40) VALUE "TAXRATES.DAT".
       01 WS-BUDGET-FILE-NAME  PIC X(40) VALUE "BUDGET.DAT".
       01 WS-DEPT-FILE-NAME    PIC X(40) VALUE "DEPTMAST.DAT".
       01 WS-STMT-FILE-NAME    PIC X(40) VALUE "ANNSTMT.DAT".
       01 WS-ARCH-FILE-NAME    PIC X(40) VALUE SPACE.
       01 WS-AUDIT-FILE-NAME   PIC X(40) VALUE "AUDITLOG.DAT".
       01 WS-YTD-FILE-NAME     PIC X(40) VALUE "GLYTD.DAT".
       01 WS-YTDWK-FILE-NAME   PIC X(40) VALUE "GLYTD.NEW".
       01 WS-ROLL-FILE-NAME    PIC X(40) VALUE SPACE.

       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-TAXRATE-STATUS  PIC X(2) VALUE SPACE.
       01 WS-BUDGET-STATUS   PIC X(2) VALUE SPACE.
       01 WS-DEPT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-STMT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ARCH-STATUS     PIC X(2) VALUE SPACE.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-YTD-STATUS      PIC X(2) VALUE SPACE.
       01 WS-YTDWK-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ROLL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".

       *> The run card.
       01 WS-MODE            PIC X VALUE SPACE.
       01 WS-YEAR            PIC 9(4) VALUE 0.
       01 WS-COMPANY         PIC X(4) VALUE SPACE.
       01 WS-HOME-COMPANY    PIC X(4) VALUE SPACE.
           COPY "companyreq.cpy".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-CURRENT-YEAR    PIC 9(4).
       01 WS-NEXT-YEAR       PIC 9(4).
       01 WS-NEXT-YEAR-FROM  PIC 9(8).
       01 WS-NEXT-YEAR-TO    PIC 9(8).
       01 WS-DECEMBER        PIC 9(6).
       01 WS-MONTH           PIC 9(2).
       01 WS-DEPT-COMPANY    PIC X(4).

       *> The company summary line AnnualStatement closes a
       *> completed statement file with, for this company and year.
       01 WS-SUMMARY-TAG.
           05 FILLER             PIC X(18) VALUE "========= COMPANY ".
           05 ST-COMPANY         PIC X(4).
           05 FILLER             PIC X(9) VALUE " SUMMARY ".
           05 ST-YEAR            PIC 9(4).

       *> Prerequisite tally. Each check adds to the missing count
       *> and says what is missing; nothing is rolled unless the
       *> count is still zero when every check has run.
       01 WS-MISSING-COUNT   PIC 9(5) VALUE 0.
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-DECEMBER-SEEN   PIC X VALUE "N".
       01 WS-OPEN-PERIODS    PIC 9(3) VALUE 0.
       01 WS-TAX-ROWS        PIC 9(5) VALUE 0.
       01 WS-DEPTS-CHECKED   PIC 9(5) VALUE 0.
       01 WS-NO-BUDGET       PIC 9(5) VALUE 0.
       01 WS-AUDIT-LEFT      PIC 9(6) VALUE 0.

       *> Roll counts.
       01 WS-ROLL-LINES      PIC 9(7) VALUE 0.
       01 WS-KEEP-LINES      PIC 9(7) VALUE 0.
       01 WS-PERIODS-OPENED  PIC 9(3) VALUE 0.
       01 WS-PERIODS-THERE   PIC 9(3) VALUE 0.
       01 WS-ROLL-FAILED     PIC X VALUE "N".
       01 WS-NOTHING-DONE    PIC X VALUE "N".

       *> Held here until after the end-of-run RunLogger CALL - a
       *> CALLed subprogram's GOBACK replaces RETURN-CODE with its
       *> own zero.
       01 WS-RUN-RC          PIC 9(2) VALUE 0.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session state
           *> has to be put back by hand here.
           MOVE 0   TO WS-MISSING-COUNT
           MOVE 0   TO WS-OPEN-PERIODS
           MOVE 0   TO WS-TAX-ROWS
           MOVE 0   TO WS-DEPTS-CHECKED
           MOVE 0   TO WS-NO-BUDGET
           MOVE 0   TO WS-AUDIT-LEFT
           MOVE 0   TO WS-ROLL-LINES
           MOVE 0   TO WS-KEEP-LINES
           MOVE 0   TO WS-PERIODS-OPENED
           MOVE 0   TO WS-PERIODS-THERE
           MOVE "N" TO WS-DECEMBER-SEEN
           MOVE "N" TO WS-ROLL-FAILED
           MOVE "N" TO WS-NOTHING-DONE
           MOVE 0   TO WS-RUN-RC

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "YearEndRollover" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-CURRENT-YEAR

           DISPLAY "Pre-job check, full Check, or Roll the year"
               " (P/C/R)?"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           DISPLAY "Year to close (YYYY, 0 = last year):"
           ACCEPT WS-YEAR
           DISPLAY "Company (blank = home company):"
           ACCEPT WS-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-COMPANY) TO WS-COMPANY

           IF WS-MODE NOT = "P" AND WS-MODE NOT = "C"
                   AND WS-MODE NOT = "R"
               DISPLAY "Please enter P, C or R."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           *> The year-end job runs early in the new year, behind the
           *> December close, so the year before the run date is the
           *> one being closed and the card never goes stale.
           IF WS-YEAR = 0
               COMPUTE WS-YEAR = WS-CURRENT-YEAR - 1
           END-IF
           IF WS-YEAR >= WS-CURRENT-YEAR
               DISPLAY "Year " WS-YEAR " is not over - year-end"
                   " refused."
               MOVE "RFSD" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-YEAR + 1
           COMPUTE WS-NEXT-YEAR-FROM = WS-NEXT-YEAR * 10000 + 101
           COMPUTE WS-NEXT-YEAR-TO   = WS-NEXT-YEAR * 10000 + 1231
           COMPUTE WS-DECEMBER = WS-YEAR * 100 + 12

           PERFORM QUALIFY-COMPANY-FILES

           DISPLAY "Year-end " WS-YEAR " for company " WS-COMPANY
               " - prerequisites:"
           PERFORM CHECK-YEAR-PERIODS
           PERFORM CHECK-NEXT-YEAR-RATES
           PERFORM CHECK-NEXT-YEAR-BUDGETS
           IF WS-MODE NOT = "P"
               PERFORM CHECK-STATEMENTS-PRODUCED
               PERFORM CHECK-PAY-HISTORY-ARCHIVED
               PERFORM CHECK-AUDIT-LOG-ARCHIVED
           END-IF

           IF WS-MISSING-COUNT > 0
               DISPLAY WS-MISSING-COUNT " prerequisite(s) missing -"
                   " year-end " WS-YEAR " refused. Nothing has been"
                   " changed."
               MOVE "RFSD" TO RL-FINAL-STATUS
               MOVE 12 TO WS-RUN-RC
           ELSE
               DISPLAY "All prerequisites for year-end " WS-YEAR
                   " are in place."
               IF WS-MODE = "R"
                   PERFORM ROLL-THE-YEAR
               ELSE
                   MOVE "OK" TO RL-FINAL-STATUS
               END-IF
           END-IF

           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE WS-RUN-RC TO RETURN-CODE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-TAXRATE-FILE-NAME FROM ENVIRONMENT "TAXRATES"
               ON EXCEPTION
                   MOVE "TAXRATES.DAT" TO WS-TAXRATE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BUDGET-FILE-NAME FROM ENVIRONMENT "BUDGET"
               ON EXCEPTION
                   MOVE "BUDGET.DAT" TO WS-BUDGET-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMAST"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO WS-DEPT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-STMT-FILE-NAME FROM ENVIRONMENT "ANNSTMT"
               ON EXCEPTION
                   MOVE "ANNSTMT.DAT" TO WS-STMT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-AUDIT-FILE-NAME FROM ENVIRONMENT "AUDITLOG"
               ON EXCEPTION
                   MOVE "AUDITLOG.DAT" TO WS-AUDIT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-YTD-FILE-NAME FROM ENVIRONMENT "GLYTD"
               ON EXCEPTION
                   MOVE "GLYTD.DAT" TO WS-YTD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ROLL-FILE-NAME FROM ENVIRONMENT "GLYTDARC"
               ON EXCEPTION
                   MOVE SPACES TO WS-ROLL-FILE-NAME
           END-ACCEPT.

       QUALIFY-COMPANY-FILES.
           *> Period control, the year-to-date feed and the statement
           *> file are each company's own; a name the JCL has set is
           *> taken as given. The pay history archive, audit log,
           *> rates and budgets are shared.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-HOME-COMPANY
           IF WS-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-COMPANY
           END-IF

           MOVE "F" TO CO-ACTION
           MOVE WS-COMPANY TO CO-COMPANY
           IF WS-PERIOD-FILE-NAME = "PERIODCTL.DAT"
               MOVE WS-PERIOD-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-PERIOD-FILE-NAME
           END-IF
           IF WS-STMT-FILE-NAME = "ANNSTMT.DAT"
               MOVE WS-STMT-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-STMT-FILE-NAME
           END-IF
           IF WS-YTD-FILE-NAME = "GLYTD.DAT"
               MOVE WS-YTD-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-YTD-FILE-NAME
               MOVE WS-YTDWK-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-YTDWK-FILE-NAME
           END-IF
           IF WS-ROLL-FILE-NAME = SPACES
               MOVE SPACES TO CO-FILE-NAME
               STRING "GLYTD" WS-YEAR ".DAT"
                   DELIMITED BY SIZE INTO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-ROLL-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ARCH-FILE-NAME
           STRING "PAYARC" WS-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-FILE-NAME.

       CHECK-YEAR-PERIODS.
           *> Every control record inside the year must read closed,
           *> and December must be there: a year whose last month-end
           *> never ran has nothing to say it is over.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "  MISSING  " FUNCTION TRIM(WS-PERIOD-FILE-NAME)
                   " cannot be opened - status " WS-PERIOD-STATUS "."
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE PC-PERIOD = WS-YEAR * 100
           MOVE "N" TO WS-AT-END
           START PERIOD-FILE KEY >= PC-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START
           PERFORM UNTIL WS-AT-END = "Y"
               READ PERIOD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF PC-PERIOD > WS-DECEMBER
                           MOVE "Y" TO WS-AT-END
                       ELSE
                           PERFORM CHECK-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE

           IF WS-DECEMBER-SEEN = "N"
               DISPLAY "  MISSING  period " WS-DECEMBER " has never"
                   " been paid and closed."
               ADD 1 TO WS-MISSING-COUNT
           END-IF
           IF WS-DECEMBER-SEEN = "Y" AND WS-OPEN-PERIODS = 0
               DISPLAY "  OK       every period of " WS-YEAR
                   " is closed."
           END-IF.

       CHECK-ONE-PERIOD.
           ADD 1 TO RL-RECORDS-READ
           IF PC-PERIOD = WS-DECEMBER
               MOVE "Y" TO WS-DECEMBER-SEEN
           END-IF
           IF PC-STATUS NOT = "C"
               DISPLAY "  MISSING  period " PC-PERIOD " is not"
                   " closed (status " PC-STATUS ")."
               ADD 1 TO WS-OPEN-PERIODS
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       CHECK-NEXT-YEAR-RATES.
           *> Rates carry their effective date, so next year's set is
           *> any row dated inside next year. Without one the January
           *> cycle would quietly price on this year's brackets.
           OPEN INPUT TAXRATE-FILE
           IF WS-TAXRATE-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ TAXRATE-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           IF TXR-EFFECTIVE-DATE IS NUMERIC
                                   AND TXR-EFFECTIVE-DATE
                                       >= WS-NEXT-YEAR-FROM
                                   AND TXR-EFFECTIVE-DATE
                                       <= WS-NEXT-YEAR-TO
                               ADD 1 TO WS-TAX-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXRATE-FILE
           END-IF

           IF WS-TAX-ROWS = 0
               DISPLAY "  MISSING  " FUNCTION TRIM(WS-TAXRATE-FILE-NAME)
                   " has no withholding rows effective in "
                   WS-NEXT-YEAR "."
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               DISPLAY "  OK       " WS-TAX-ROWS " withholding row(s)"
                   " effective in " WS-NEXT-YEAR "."
           END-IF.

       CHECK-NEXT-YEAR-BUDGETS.
           *> Every department of this company needs next year's
           *> approved budget row before the budget variance report
           *> can run against the January actuals.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "  MISSING  " FUNCTION TRIM(WS-DEPT-FILE-NAME)
                   " cannot be opened - status " WS-DEPT-STATUS "."
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "  MISSING  " FUNCTION TRIM(WS-BUDGET-FILE-NAME)
                   " cannot be opened - status " WS-BUDGET-STATUS "."
               ADD 1 TO WS-MISSING-COUNT
               CLOSE DEPT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ DEPT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM CHECK-ONE-BUDGET
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           CLOSE DEPT-FILE

           IF WS-NO-BUDGET = 0
               DISPLAY "  OK       " WS-DEPTS-CHECKED " department(s)"
                   " budgeted for " WS-NEXT-YEAR "."
           END-IF.

       CHECK-ONE-BUDGET.
           MOVE DEPT-COMPANY TO WS-DEPT-COMPANY
           IF WS-DEPT-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-DEPT-COMPANY
           END-IF
           IF WS-DEPT-COMPANY NOT = WS-COMPANY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPTS-CHECKED
           MOVE DEPT-CODE    TO BUD-DEPT
           MOVE WS-NEXT-YEAR TO BUD-YEAR
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "  MISSING  no " WS-NEXT-YEAR " budget for"
                       " department " DEPT-CODE "."
                   ADD 1 TO WS-NO-BUDGET
                   ADD 1 TO WS-MISSING-COUNT
               NOT INVALID KEY
                   *> A seeded draft is not a budget yet - the
                   *> variance report would run against numbers
                   *> nobody has agreed.
                   IF BUD-STATUS = "D"
                       DISPLAY "  MISSING  " WS-NEXT-YEAR " budget"
                           " for department " DEPT-CODE " is still"
                           " a draft."
                       ADD 1 TO WS-NO-BUDGET
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
           END-READ.

       CHECK-STATEMENTS-PRODUCED.
           *> AnnualStatement writes the company summary for the year
           *> last, so a statement file carrying it is a complete run
           *> for this company and year.
           MOVE WS-COMPANY TO ST-COMPANY
           MOVE WS-YEAR    TO ST-YEAR
           MOVE "N" TO WS-FOUND
           OPEN INPUT STMT-FILE
           IF WS-STMT-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ STMT-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           IF STMT-REC(1:35) = WS-SUMMARY-TAG
                               MOVE "Y" TO WS-FOUND
                               MOVE "Y" TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-FILE
           END-IF

           IF WS-FOUND = "Y"
               DISPLAY "  OK       " WS-YEAR " annual statements"
                   " produced."
           ELSE
               DISPLAY "  MISSING  " FUNCTION TRIM(WS-STMT-FILE-NAME)
                   " holds no completed " WS-YEAR " statement run"
                   " for company " WS-COMPANY "."
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       CHECK-PAY-HISTORY-ARCHIVED.
           *> PayHistArchive seals the archive with its #CONTROL
           *> trailer only once every record of the year is on it.
           MOVE "N" TO WS-FOUND
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ ARCH-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           IF ARCH-RECORD(1:8) = "#CONTROL"
                               MOVE "Y" TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF

           IF WS-FOUND = "Y"
               DISPLAY "  OK       " WS-YEAR " pay history sealed on "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME) "."
           ELSE
               DISPLAY "  MISSING  " WS-YEAR " pay history has not"
                   " been archived to "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME) "."
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       CHECK-AUDIT-LOG-ARCHIVED.
           *> Only entries AuditArchive would move count: one it
           *> cannot date stays on the live log whatever is run.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           IF AUDIT-SEQ IS NUMERIC
                                   AND AUDIT-TIMESTAMP(1:6)
                                       IS NUMERIC
                                   AND AUDIT-TIMESTAMP(1:4)
                                       NOT > WS-YEAR(1:4)
                               ADD 1 TO WS-AUDIT-LEFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           IF WS-AUDIT-LEFT = 0
               DISPLAY "  OK       no " WS-YEAR " entries left on"
                   " the live audit log."
           ELSE
               DISPLAY "  MISSING  " WS-AUDIT-LEFT " audit entry(ies)"
                   " of " WS-YEAR " or earlier still on "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME) "."
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       ROLL-THE-YEAR.
           PERFORM ROLL-YEAR-TO-DATE-FEED
           IF WS-ROLL-FAILED = "Y"
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-NEW-YEAR-PERIODS
           IF WS-ROLL-FAILED = "Y"
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           COMPUTE RL-RECORDS-WRITTEN =
               WS-ROLL-LINES + WS-PERIODS-OPENED
           *> A rerun behind a completed roll has nothing left to do;
           *> RC 4 makes that visible instead of a quiet RC 0.
           IF WS-NOTHING-DONE = "Y" AND WS-PERIODS-OPENED = 0
               DISPLAY "Year " WS-YEAR " had already been rolled -"
                   " nothing done."
               MOVE "NONE" TO RL-FINAL-STATUS
               MOVE 4 TO WS-RUN-RC
           ELSE
               DISPLAY "Year-end " WS-YEAR " complete for company "
                   WS-COMPANY "."
               MOVE "OK" TO RL-FINAL-STATUS
               MOVE 0 TO WS-RUN-RC
           END-IF.

       ROLL-YEAR-TO-DATE-FEED.
           *> Postings of the closed year (and any earlier year still
           *> on the feed) go to the prior-year feed; anything
           *> already posted for the new year stays. Built through
           *> the GLYTD.NEW work file the way the pay cycle rebuilds
           *> the feed, so the live feed is only replaced once the
           *> split is complete.
           MOVE 0 TO WS-ROLL-LINES
           MOVE 0 TO WS-KEEP-LINES
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "No year-to-date feed "
                   FUNCTION TRIM(WS-YTD-FILE-NAME) " - nothing to"
                   " roll."
               MOVE "Y" TO WS-NOTHING-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ YTD-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF YTD-RECORD(1:4) NOT > WS-YEAR(1:4)
                           ADD 1 TO WS-ROLL-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE

           IF WS-ROLL-LINES = 0
               DISPLAY FUNCTION TRIM(WS-YTD-FILE-NAME) " holds no "
                   WS-YEAR " postings - the feed is already rolled."
               MOVE "Y" TO WS-NOTHING-DONE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ROLL-FILE
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-ROLL-FILE-NAME) " - status "
                   WS-ROLL-STATUS ". Feed not rolled."
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT YTDWK-FILE
           IF WS-YTDWK-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-YTDWK-FILE-NAME) " - status "
                   WS-YTDWK-STATUS ". Feed not rolled."
               CLOSE ROLL-FILE
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROLL-LINES
           OPEN INPUT YTD-FILE
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ YTD-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF YTD-RECORD(1:4) NOT > WS-YEAR(1:4)
                           MOVE YTD-RECORD TO ROLL-RECORD
                           WRITE ROLL-RECORD
                           ADD 1 TO WS-ROLL-LINES
                       ELSE
                           MOVE YTD-RECORD TO YTDWK-RECORD
                           WRITE YTDWK-RECORD
                           ADD 1 TO WS-KEEP-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           CLOSE YTDWK-FILE
           CLOSE ROLL-FILE

           *> Copy the new year's feed back over the live one.
           OPEN INPUT YTDWK-FILE
           IF WS-YTDWK-STATUS NOT = "00"
               DISPLAY "Unable to reopen "
                   FUNCTION TRIM(WS-YTDWK-FILE-NAME) " - status "
                   WS-YTDWK-STATUS ". The live feed is untouched;"
                   " rerun the year-end."
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "Unable to rewrite "
                   FUNCTION TRIM(WS-YTD-FILE-NAME) " - status "
                   WS-YTD-STATUS "."
               CLOSE YTDWK-FILE
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ YTDWK-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       MOVE YTDWK-RECORD TO YTD-RECORD
                       WRITE YTD-RECORD
               END-READ
           END-PERFORM
           CLOSE YTDWK-FILE
           CLOSE YTD-FILE

           DISPLAY WS-ROLL-LINES " posting(s) of " WS-YEAR
               " moved to " FUNCTION TRIM(WS-ROLL-FILE-NAME) "; "
               WS-KEEP-LINES " already posted for " WS-NEXT-YEAR
               " kept on " FUNCTION TRIM(WS-YTD-FILE-NAME) ".".

       OPEN-NEW-YEAR-PERIODS.
           *> Twelve open control records for the new year. A period
           *> already on file - January paid ahead of the roll, or a
           *> rerun - is left exactly as it is.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PERIOD-FILE-NAME) " - status "
                   WS-PERIOD-STATUS ". New periods not opened."
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE SPACES TO PERIOD-RECORD
               COMPUTE PC-PERIOD = WS-NEXT-YEAR * 100 + WS-MONTH
               MOVE "O" TO PC-STATUS
               MOVE 0   TO PC-PAID-DATE
               MOVE 0   TO PC-CLOSED-DATE
               MOVE "N" TO PC-OVERRIDE
               WRITE PERIOD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-PERIODS-THERE
                   NOT INVALID KEY
                       ADD 1 TO WS-PERIODS-OPENED
               END-WRITE
           END-PERFORM
           CLOSE PERIOD-FILE
           DISPLAY WS-PERIODS-OPENED " period(s) of " WS-NEXT-YEAR
               " opened; " WS-PERIODS-THERE " were already on file.".
