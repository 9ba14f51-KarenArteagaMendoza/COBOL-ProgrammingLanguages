       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetSeed.

      *> Seeds next year's department budgets from the salary
      *> projection, so budget preparation starts from the figures
      *> LoopsPractice has already worked out instead of retyping
      *> them into BudgetMaintenance. Every year-1 figure on
      *> PROJECTION.DAT is charged to the employee's department (or
      *> spread over a labor-cost split on ALLOCMAST.DAT, with the
      *> odd cents to the largest share, the way the pay cycle
      *> charges the GL) and spread evenly over the twelve months,
      *> the odd cents of the year in December. Two assumptions are
      *> added on top:
      *>   - employer cost: each month's pay is priced through
      *>     EmployerCost at the rates in force on 1 January of the
      *>     budget year, so the draft is the same fully loaded cost
      *>     the variance report will measure actuals by;
      *>   - open positions: every authorized position on
      *>     POSMAST.DAT not filled by an active employee is budgeted
      *>     at its grade's GRADMAST.DAT midpoint, loaded the same
      *>     way, from the month the SYSIN card says vacancies are
      *>     expected to be filled.
      *> Each department's result is written to BUDGET.DAT as a
      *> draft (BUD-STATUS "D") for BudgetMaintenance to adjust and
      *> approve. A rerun replaces the drafts it wrote before; a year
      *> already approved for a department is left exactly as it
      *> stands and reported, never overwritten.
      *>
      *> SYSIN cards: the budget year (0 = the year after the run
      *> date) and the month open positions are budgeted from (0 =
      *> January).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-FILE ASSIGN DYNAMIC WS-PROJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJ-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT POS-FILE ASSIGN DYNAMIC WS-POS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODE
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT ALLOC-FILE ASSIGN DYNAMIC WS-ALLOC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-EMP-ID
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> LoopsPractice's projection record: employee, projection
      *> year (1 = next year), and the compounded salary.
       FD PROJ-FILE.
       01 PROJ-RECORD.
           05 PROJ-EMP-ID     PIC 9(5).
           05 FILLER          PIC X(1).
           05 PROJ-YEAR       PIC 9(2).
           05 FILLER          PIC X(1).
           05 PROJ-SALARY     PIC 9(9)V99.

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD POS-FILE.
           COPY "posrec.cpy".

       FD GRADE-FILE.
           COPY "graderec.cpy".

       FD ALLOC-FILE.
           COPY "allocrec.cpy".

       FD BUDGET-FILE.
           COPY "budgetrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROJ-FILE-NAME   PIC X(40) VALUE "PROJECTION.DAT".
       01 WS-EMP-FILE-NAME    PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-POS-FILE-NAME    PIC X(40) VALUE "POSMAST.DAT".
       01 WS-GRADE-FILE-NAME  PIC X(40) VALUE "GRADMAST.DAT".
       01 WS-ALLOC-FILE-NAME  PIC X(40) VALUE "ALLOCMAST.DAT".
       01 WS-BUDGET-FILE-NAME PIC X(40) VALUE "BUDGET.DAT".

       01 WS-PROJ-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACE.
       01 WS-GRADE-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ALLOC-STATUS    PIC X(2) VALUE SPACE.
       01 WS-BUDGET-STATUS   PIC X(2) VALUE SPACE.
       01 WS-POS-OK          PIC X VALUE "N".
       01 WS-GRADE-OK        PIC X VALUE "N".
       01 WS-GRADE-FOUND     PIC X VALUE "N".
       01 WS-ALLOC-OK        PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> Run card.
       01 WS-BUDGET-YEAR     PIC 9(4) VALUE 0.
       01 WS-VACANCY-FROM    PIC 9(2) VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-CURRENT-YEAR    PIC 9(4) VALUE 0.
       01 WS-PRICE-DATE      PIC 9(8) VALUE 0.

       *> One person's fully loaded cost, month by month: pay plus
       *> the employer's contributions on it. December carries the
       *> odd cents of the year so the twelve months add up to the
       *> annual figure exactly.
       01 WS-ANNUAL-PAY      PIC 9(9)V99.
       01 WS-MONTHLY-PAY     PIC 9(7)V99.
       01 WS-DECEMBER-PAY    PIC 9(7)V99.
       01 WS-MONTHLY-ER      PIC 9(7)V99.
       01 WS-DECEMBER-ER     PIC 9(7)V99.
       01 WS-HEADS           PIC 9(5).
       01 WS-MONTH-INDEX     PIC 9(2).
       01 WS-COST-VECTOR.
           05 WS-COST-MONTH OCCURS 12 TIMES PIC 9(9)V99.

       *> A split is used only when its shares total exactly 100 -
       *> the pay cycle charges anything else to the home department.
       01 WS-USE-SPLIT       PIC X VALUE "N".
       01 WS-ALLOC-TOTAL     PIC 9(4)V99.
       01 WS-SHARE-INDEX     PIC 9(1).
       01 WS-LARGEST-SHARE   PIC 9(1).
       01 WS-SHARE-AMOUNT    PIC 9(9)V99.
       01 WS-SPREAD-VECTOR.
           05 WS-SPREAD-MONTH OCCURS 12 TIMES PIC 9(9)V99.

       *> Department totals for the draft budgets, in the order the
       *> departments are first charged.
       01 WS-CHARGE-DEPT     PIC X(10).
       01 WS-DEPT-FOUND      PIC X VALUE "N".
       01 WS-DEPT-ENTRIES    PIC 9(3) VALUE 0.
       01 WS-DEPT-INDEX      PIC 9(3).
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DP-DEPT     PIC X(10).
               10 WS-DP-MONTH    OCCURS 12 TIMES PIC 9(9)V99.

       *> Authorized positions against active headcount, in the
       *> PositionVacancyReport shape.
       01 WS-POS-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-POS-INDEX       PIC 9(3).
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 600 TIMES.
               10 WS-PT-DEPT     PIC X(10).
               10 WS-PT-GRADE    PIC X(4).
               10 WS-PT-AUTH     PIC 9(4).
               10 WS-PT-FILLED   PIC 9(5).
       01 WS-TABLE-FULL      PIC X VALUE "N".

       01 WS-PROJ-READ       PIC 9(6) VALUE 0.
       01 WS-EMP-SEEDED      PIC 9(6) VALUE 0.
       01 WS-EMP-SKIPPED     PIC 9(6) VALUE 0.
       01 WS-VACANCIES       PIC 9(6) VALUE 0.
       01 WS-VACANT-UNPRICED PIC 9(6) VALUE 0.
       01 WS-DRAFTS-NEW      PIC 9(4) VALUE 0.
       01 WS-DRAFTS-RESEEDED PIC 9(4) VALUE 0.
       01 WS-APPROVED-KEPT   PIC 9(4) VALUE 0.
       01 WS-WRITE-ERRORS    PIC 9(4) VALUE 0.
       01 WS-EXCEPTIONS      PIC 9(6) VALUE 0.

       01 WS-YEAR-TOTAL      PIC 9(11)V99.
       01 WS-GRAND-TOTAL     PIC 9(13)V99.
       01 WS-TOTAL-ED        PIC Z(10)9.99.
       01 WS-GRAND-ED        PIC Z(12)9.99.
       01 WS-ACTION-TEXT     PIC X(24).

           COPY "ercost.cpy".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the run state has to
           *> be put back by hand here.
           MOVE "N" TO WS-POS-OK
           MOVE "N" TO WS-GRADE-OK
           MOVE "N" TO WS-ALLOC-OK
           MOVE "N" TO WS-TABLE-FULL
           MOVE 0   TO WS-DEPT-ENTRIES
           MOVE 0   TO WS-POS-ENTRIES
           MOVE 0   TO WS-PROJ-READ
           MOVE 0   TO WS-EMP-SEEDED
           MOVE 0   TO WS-EMP-SKIPPED
           MOVE 0   TO WS-VACANCIES
           MOVE 0   TO WS-VACANT-UNPRICED
           MOVE 0   TO WS-DRAFTS-NEW
           MOVE 0   TO WS-DRAFTS-RESEEDED
           MOVE 0   TO WS-APPROVED-KEPT
           MOVE 0   TO WS-WRITE-ERRORS
           MOVE 0   TO WS-GRAND-TOTAL

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "BudgetSeed" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-CURRENT-YEAR

           DISPLAY "Budget year to seed (YYYY, 0 = next year):"
           ACCEPT WS-BUDGET-YEAR
           DISPLAY "Budget open positions from month (1-12, 0 ="
               " January):"
           ACCEPT WS-VACANCY-FROM

           IF WS-BUDGET-YEAR = 0
               COMPUTE WS-BUDGET-YEAR = WS-CURRENT-YEAR + 1
           END-IF
           IF WS-VACANCY-FROM = 0
               MOVE 1 TO WS-VACANCY-FROM
           END-IF
           IF WS-VACANCY-FROM > 12
               DISPLAY "Month " WS-VACANCY-FROM " is not 1-12 -"
                   " nothing seeded."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PRICE-DATE = WS-BUDGET-YEAR * 10000 + 101

           OPEN INPUT PROJ-FILE
           IF WS-PROJ-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PROJ-FILE-NAME) " - status "
                   WS-PROJ-STATUS ". Run the salary projection first."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-EMP-FILE-NAME) " - status "
                   WS-EMP-STATUS "."
               CLOSE PROJ-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> Position control, grades and splits are all optional:
           *> without them the drafts are simply the projection.
           OPEN INPUT POS-FILE
           IF WS-POS-STATUS = "00"
               MOVE "Y" TO WS-POS-OK
           ELSE
               DISPLAY "Note: " FUNCTION TRIM(WS-POS-FILE-NAME)
                   " not available - status " WS-POS-STATUS "."
                   " No open positions budgeted."
           END-IF
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = "00"
               MOVE "Y" TO WS-GRADE-OK
           END-IF
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS = "00"
               MOVE "Y" TO WS-ALLOC-OK
           END-IF

           PERFORM SEED-FROM-PROJECTION
           CLOSE PROJ-FILE

           IF WS-EMP-SEEDED = 0
               DISPLAY "No year-1 figures on "
                   FUNCTION TRIM(WS-PROJ-FILE-NAME) " - run the"
                   " salary projection first. Nothing seeded."
               CLOSE EMP-FILE
               PERFORM CLOSE-OPTIONAL-FILES
               MOVE WS-PROJ-READ TO RL-RECORDS-READ
               MOVE WS-EMP-SKIPPED TO RL-RECORDS-SKIPPED
               MOVE "NONE" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-POS-OK = "Y"
               PERFORM LOAD-POSITIONS
               PERFORM COUNT-HEADCOUNT
               PERFORM SEED-OPEN-POSITIONS
           END-IF
           CLOSE EMP-FILE
           PERFORM CLOSE-OPTIONAL-FILES

           OPEN I-O BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-BUDGET-FILE-NAME) " - status "
                   WS-BUDGET-STATUS ". Nothing seeded."
               MOVE WS-PROJ-READ TO RL-RECORDS-READ
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Budget Seed - draft budgets for " WS-BUDGET-YEAR
               ", open positions from month " WS-VACANCY-FROM
           DISPLAY "DEPARTMENT   ANNUAL-TOTAL RESULT"
           DISPLAY "---------- -------------- ------------------------"
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               PERFORM FILE-ONE-DRAFT
           END-PERFORM
           CLOSE BUDGET-FILE

           DISPLAY " "
           MOVE WS-GRAND-TOTAL TO WS-GRAND-ED
           DISPLAY "Seeded total:              " WS-GRAND-ED
           DISPLAY "Employees seeded:          " WS-EMP-SEEDED
           DISPLAY "Projection lines skipped:  " WS-EMP-SKIPPED
           DISPLAY "Open positions budgeted:   " WS-VACANCIES
           IF WS-VACANT-UNPRICED > 0
               DISPLAY "Open positions unpriced:   " WS-VACANT-UNPRICED
           END-IF
           DISPLAY "New drafts:                " WS-DRAFTS-NEW
           DISPLAY "Drafts reseeded:           " WS-DRAFTS-RESEEDED
           DISPLAY "Approved budgets kept:     " WS-APPROVED-KEPT
           IF WS-WRITE-ERRORS > 0
               DISPLAY "Drafts not filed:          " WS-WRITE-ERRORS
           END-IF

           COMPUTE WS-EXCEPTIONS = WS-EMP-SKIPPED + WS-VACANT-UNPRICED
               + WS-APPROVED-KEPT + WS-WRITE-ERRORS
           MOVE WS-PROJ-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-DRAFTS-NEW + WS-DRAFTS-RESEEDED
           MOVE WS-EXCEPTIONS TO RL-RECORDS-SKIPPED
           IF WS-WRITE-ERRORS > 0 OR WS-TABLE-FULL = "Y"
               MOVE "ERR" TO RL-FINAL-STATUS
           ELSE
               IF WS-EXCEPTIONS > 0
                   MOVE "WARN" TO RL-FINAL-STATUS
               ELSE
                   MOVE "OK" TO RL-FINAL-STATUS
               END-IF
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           EVALUATE RL-FINAL-STATUS
               WHEN "ERR"
                   MOVE 8 TO RETURN-CODE
               WHEN "WARN"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PROJ-FILE-NAME FROM ENVIRONMENT "PROJFILE"
               ON EXCEPTION
                   MOVE "PROJECTION.DAT" TO WS-PROJ-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POS-FILE-NAME FROM ENVIRONMENT "POSMAST"
               ON EXCEPTION
                   MOVE "POSMAST.DAT" TO WS-POS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GRADE-FILE-NAME FROM ENVIRONMENT "GRADMAST"
               ON EXCEPTION
                   MOVE "GRADMAST.DAT" TO WS-GRADE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ALLOC-FILE-NAME FROM ENVIRONMENT "ALLOCMST"
               ON EXCEPTION
                   MOVE "ALLOCMAST.DAT" TO WS-ALLOC-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BUDGET-FILE-NAME FROM ENVIRONMENT "BUDGET"
               ON EXCEPTION
                   MOVE "BUDGET.DAT" TO WS-BUDGET-FILE-NAME
           END-ACCEPT.

       CLOSE-OPTIONAL-FILES.
           IF WS-POS-OK = "Y"
               CLOSE POS-FILE
               MOVE "N" TO WS-POS-OK
           END-IF
           IF WS-GRADE-OK = "Y"
               CLOSE GRADE-FILE
               MOVE "N" TO WS-GRADE-OK
           END-IF
           IF WS-ALLOC-OK = "Y"
               CLOSE ALLOC-FILE
               MOVE "N" TO WS-ALLOC-OK
           END-IF.

       SEED-FROM-PROJECTION.
           *> Only projection year 1 is next year's cost; the later
           *> years are the planning curve, not a budget.
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ PROJ-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       ADD 1 TO WS-PROJ-READ
                       IF PROJ-YEAR = 1
                           PERFORM SEED-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       SEED-ONE-EMPLOYEE.
           *> The projection can be older than the master: anyone
           *> since removed or terminated is not next year's cost.
           MOVE PROJ-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "  SKIPPED  employee " PROJ-EMP-ID
                       " is no longer on the master."
                   ADD 1 TO WS-EMP-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           IF EMP-STATUS = "T"
               DISPLAY "  SKIPPED  employee " PROJ-EMP-ID
                   " has been terminated."
               ADD 1 TO WS-EMP-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-SEEDED
           MOVE PROJ-SALARY TO WS-ANNUAL-PAY
           MOVE 1 TO WS-HEADS
           PERFORM PRICE-ONE-PERSON

           PERFORM LOAD-EMPLOYEE-SPLIT
           IF WS-USE-SPLIT = "Y"
               PERFORM SPREAD-OVER-SPLIT
           ELSE
               MOVE EMP-DEPT TO WS-CHARGE-DEPT
               PERFORM CHARGE-COST-VECTOR
           END-IF.

       PRICE-ONE-PERSON.
           *> WS-ANNUAL-PAY in, WS-COST-VECTOR out: the year's pay cut
           *> into twelve months with December taking the odd cents,
           *> and the employer's contributions priced on each month's
           *> pay at the rates in force when the budget year opens.
           COMPUTE WS-MONTHLY-PAY = WS-ANNUAL-PAY / 12
           COMPUTE WS-DECEMBER-PAY =
               WS-ANNUAL-PAY - WS-MONTHLY-PAY * 11

           MOVE WS-PRICE-DATE  TO ER-PRICE-DATE
           MOVE WS-MONTHLY-PAY TO ER-GROSS
           CALL "EmployerCost" USING ER-COST-AREA
           MOVE ER-TOTAL TO WS-MONTHLY-ER
           MOVE WS-MONTHLY-ER TO WS-DECEMBER-ER
           IF WS-DECEMBER-PAY NOT = WS-MONTHLY-PAY
               MOVE WS-DECEMBER-PAY TO ER-GROSS
               CALL "EmployerCost" USING ER-COST-AREA
               MOVE ER-TOTAL TO WS-DECEMBER-ER
           END-IF

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 11
               COMPUTE WS-COST-MONTH(WS-MONTH-INDEX) =
                   WS-MONTHLY-PAY + WS-MONTHLY-ER
           END-PERFORM
           COMPUTE WS-COST-MONTH(12) = WS-DECEMBER-PAY + WS-DECEMBER-ER.

       LOAD-EMPLOYEE-SPLIT.
           MOVE "N" TO WS-USE-SPLIT
           IF WS-ALLOC-OK = "Y"
               MOVE EMP-ID TO AL-EMP-ID
               READ ALLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-ALLOC-TOTAL
                       IF AL-SHARE-COUNT >= 1 AND AL-SHARE-COUNT <= 5
                           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                                   UNTIL WS-SHARE-INDEX
                                       > AL-SHARE-COUNT
                               ADD AL-PERCENT(WS-SHARE-INDEX)
                                   TO WS-ALLOC-TOTAL
                           END-PERFORM
                       END-IF
                       IF WS-ALLOC-TOTAL = 100
                           MOVE "Y" TO WS-USE-SPLIT
                       END-IF
               END-READ
           END-IF.

       SPREAD-OVER-SPLIT.
           *> Each share is cut down to the cent month by month; what
           *> is left of each month goes to the largest share, so the
           *> departments between them carry the whole cost.
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               MOVE 0 TO WS-SPREAD-MONTH(WS-MONTH-INDEX)
           END-PERFORM
           MOVE 1 TO WS-LARGEST-SHARE

           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                   UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
               IF AL-PERCENT(WS-SHARE-INDEX)
                       > AL-PERCENT(WS-LARGEST-SHARE)
                   MOVE WS-SHARE-INDEX TO WS-LARGEST-SHARE
               END-IF
               MOVE AL-DEPT(WS-SHARE-INDEX) TO WS-CHARGE-DEPT
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-INDEX > 0
                   PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                           UNTIL WS-MONTH-INDEX > 12
                       COMPUTE WS-SHARE-AMOUNT =
                           WS-COST-MONTH(WS-MONTH-INDEX)
                           * AL-PERCENT(WS-SHARE-INDEX) / 100
                       ADD WS-SHARE-AMOUNT
                           TO WS-SPREAD-MONTH(WS-MONTH-INDEX)
                       ADD WS-SHARE-AMOUNT
                           TO WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE AL-DEPT(WS-LARGEST-SHARE) TO WS-CHARGE-DEPT
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DEPT-INDEX > 0
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > 12
                   COMPUTE WS-SHARE-AMOUNT =
                       WS-COST-MONTH(WS-MONTH-INDEX)
                       - WS-SPREAD-MONTH(WS-MONTH-INDEX)
                   ADD WS-SHARE-AMOUNT
                       TO WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
               END-PERFORM
           END-IF.

       CHARGE-COST-VECTOR.
           *> WS-HEADS people at WS-COST-VECTOR each, to
           *> WS-CHARGE-DEPT; open positions start in the month the
           *> run card says they will be filled.
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               COMPUTE WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX) =
                   WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
                   + WS-COST-MONTH(WS-MONTH-INDEX) * WS-HEADS
           END-PERFORM.

       FIND-OR-ADD-DEPT.
           *> WS-DEPT-INDEX comes back zero only when the table is
           *> full; the run then ends ERR rather than file budgets
           *> that are short.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               IF WS-DP-DEPT(WS-DEPT-INDEX) = WS-CHARGE-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-ENTRIES >= 200
                   PERFORM WARN-TABLE-FULL
                   MOVE 0 TO WS-DEPT-INDEX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-ENTRIES
               MOVE WS-DEPT-ENTRIES TO WS-DEPT-INDEX
               MOVE WS-CHARGE-DEPT TO WS-DP-DEPT(WS-DEPT-INDEX)
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > 12
                   MOVE 0 TO WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
               END-PERFORM
           END-IF.

       WARN-TABLE-FULL.
           IF WS-TABLE-FULL NOT = "Y"
               MOVE "Y" TO WS-TABLE-FULL
               DISPLAY "Warning: department or position table full -"
                   " the drafts below are incomplete."
           END-IF.

       LOAD-POSITIONS.
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF WS-POS-ENTRIES >= 600
                           PERFORM WARN-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-POS-ENTRIES
                           MOVE POS-DEPT
                               TO WS-PT-DEPT(WS-POS-ENTRIES)
                           MOVE POS-GRADE
                               TO WS-PT-GRADE(WS-POS-ENTRIES)
                           MOVE POS-AUTHORIZED
                               TO WS-PT-AUTH(WS-POS-ENTRIES)
                           MOVE 0 TO WS-PT-FILLED(WS-POS-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-HEADCOUNT.
           *> Filled is counted on today's master, by home department
           *> and grade, the way PositionVacancyReport counts it.
           MOVE LOW-VALUES TO EMP-ID
           MOVE "N" TO WS-AT-END
           START EMP-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START
           PERFORM UNTIL WS-AT-END = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS NOT = "T"
                           PERFORM COUNT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-EMPLOYEE.
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-DEPT(WS-POS-INDEX) = EMP-DEPT
                       AND WS-PT-GRADE(WS-POS-INDEX) = EMP-GRADE
                   ADD 1 TO WS-PT-FILLED(WS-POS-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SEED-OPEN-POSITIONS.
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-AUTH(WS-POS-INDEX) > WS-PT-FILLED(WS-POS-INDEX)
                   PERFORM SEED-ONE-VACANCY
               END-IF
           END-PERFORM.

       SEED-ONE-VACANCY.
           COMPUTE WS-HEADS =
               WS-PT-AUTH(WS-POS-INDEX) - WS-PT-FILLED(WS-POS-INDEX)

           *> A vacancy is priced at its grade's midpoint; without the
           *> grade there is no figure to budget, and saying so beats
           *> budgeting zero without a word.
           MOVE "N" TO WS-GRADE-FOUND
           IF WS-GRADE-OK = "Y"
               MOVE WS-PT-GRADE(WS-POS-INDEX) TO GRD-CODE
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-GRADE-FOUND
               END-READ
           END-IF
           IF WS-GRADE-FOUND = "N"
               DISPLAY "  UNPRICED " WS-HEADS " open position(s) in "
                   WS-PT-DEPT(WS-POS-INDEX) " grade "
                   WS-PT-GRADE(WS-POS-INDEX) " - grade not on file."
               ADD WS-HEADS TO WS-VACANT-UNPRICED
               EXIT PARAGRAPH
           END-IF

           ADD WS-HEADS TO WS-VACANCIES
           COMPUTE WS-ANNUAL-PAY =
               (GRD-MIN-SALARY + GRD-MAX-SALARY) / 2
           PERFORM PRICE-ONE-PERSON
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX >= WS-VACANCY-FROM
               MOVE 0 TO WS-COST-MONTH(WS-MONTH-INDEX)
           END-PERFORM
           MOVE WS-PT-DEPT(WS-POS-INDEX) TO WS-CHARGE-DEPT
           PERFORM CHARGE-COST-VECTOR.

       FILE-ONE-DRAFT.
           MOVE 0 TO WS-YEAR-TOTAL
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               ADD WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
                   TO WS-YEAR-TOTAL
           END-PERFORM

           MOVE WS-DP-DEPT(WS-DEPT-INDEX) TO BUD-DEPT
           MOVE WS-BUDGET-YEAR TO BUD-YEAR
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEPT-FOUND
           END-READ

           *> Anything not a draft - approved, or keyed in before
           *> drafts existed - is the agreed budget and stays.
           IF WS-DEPT-FOUND = "Y" AND BUD-STATUS NOT = "D"
               MOVE "APPROVED - NOT RESEEDED" TO WS-ACTION-TEXT
               ADD 1 TO WS-APPROVED-KEPT
           ELSE
               MOVE WS-DP-DEPT(WS-DEPT-INDEX) TO BUD-DEPT
               MOVE WS-BUDGET-YEAR TO BUD-YEAR
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > 12
                   MOVE WS-DP-MONTH(WS-DEPT-INDEX, WS-MONTH-INDEX)
                       TO BUD-MONTH-AMOUNT(WS-MONTH-INDEX)
               END-PERFORM
               MOVE "D" TO BUD-STATUS
               IF WS-DEPT-FOUND = "Y"
                   REWRITE BUD-RECORD
                       INVALID KEY
                           MOVE "NOT FILED" TO WS-ACTION-TEXT
                           ADD 1 TO WS-WRITE-ERRORS
                       NOT INVALID KEY
                           MOVE "DRAFT RESEEDED" TO WS-ACTION-TEXT
                           ADD 1 TO WS-DRAFTS-RESEEDED
                           ADD WS-YEAR-TOTAL TO WS-GRAND-TOTAL
                   END-REWRITE
               ELSE
                   WRITE BUD-RECORD
                       INVALID KEY
                           MOVE "NOT FILED" TO WS-ACTION-TEXT
                           ADD 1 TO WS-WRITE-ERRORS
                       NOT INVALID KEY
                           MOVE "NEW DRAFT" TO WS-ACTION-TEXT
                           ADD 1 TO WS-DRAFTS-NEW
                           ADD WS-YEAR-TOTAL TO WS-GRAND-TOTAL
                   END-WRITE
               END-IF
           END-IF

           MOVE WS-YEAR-TOTAL TO WS-TOTAL-ED
           DISPLAY WS-DP-DEPT(WS-DEPT-INDEX) " " WS-TOTAL-ED " "
               WS-ACTION-TEXT.
