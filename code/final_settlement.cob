       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalSettlement.

      *> Severance and final settlement for leavers, worked out the
      *> way payroll used to work it out by hand. Every terminated
      *> employee on EMPLOYEE.DAT (EMP-STATUS "T") whose EMP-TERM-DATE
      *> falls on or after the SYSIN card's date is settled:
      *>   - service is the completed months from EMP-HIRE-DATE to
      *>     EMP-TERM-DATE, in years;
      *>   - the SEVRULES.DAT band for the employee's grade (or the
      *>     any-grade band when the grade has none of its own) with
      *>     the highest minimum service the employee has reached
      *>     gives the weeks of pay per year of service, up to the
      *>     band's cap;
      *>   - a week's pay is the annual salary over 52 - for an
      *>     hourly employee, the nominal annual EMP-SALARY carries.
      *> Open staff-loan balances on LOANMAST.DAT and deduction
      *> arrears on ARREARS.DAT are listed on the statement for
      *> recovery. Each settlement is filed on SETTLE.DAT pending HR
      *> approval and printed to a spooled settlement statement;
      *> SettlementApproval approves or rejects it, and only an
      *> approved severance reaches BONUS.DAT for the supplemental
      *> PayrollCycle run to pay through the normal tax, history and
      *> GL path. A rerun recalculates the settlements still pending
      *> and leaves decided ones alone.
      *>
      *> SYSIN card: the earliest termination date to settle
      *> (YYYYMMDD, 0 = 1 January of the run year).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT RULE-FILE ASSIGN DYNAMIC WS-RULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ARREARS-FILE ASSIGN DYNAMIC WS-ARREARS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARREARS-STATUS.

           SELECT SETTLE-FILE ASSIGN DYNAMIC WS-SETTLE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           COPY "emprecord.cpy".

      *> One severance band per record: the grade it applies to
      *> (blank = any grade without bands of its own), the completed
      *> years of service the band starts at, the weeks of pay per
      *> year of service it gives, and the most weeks it will pay
      *> in all (zero = no cap).
       FD RULE-FILE.
       01 RULE-RECORD.
           05 SVR-GRADE           PIC X(4).
           05 FILLER              PIC X(1).
           05 SVR-MIN-YEARS       PIC 9(2).
           05 FILLER              PIC X(1).
           05 SVR-WEEKS-PER-YEAR  PIC 9(2)V99.
           05 FILLER              PIC X(1).
           05 SVR-MAX-WEEKS       PIC 9(3).
           05 FILLER              PIC X(1).
           05 SVR-DESC            PIC X(20).

       FD LOAN-FILE.
           COPY "loanrec.cpy".

       FD ARREARS-FILE.
           COPY "arrears.cpy".

       FD SETTLE-FILE.
           COPY "settlerec.cpy".

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-RULE-FILE-NAME    PIC X(40) VALUE "SEVRULES.DAT".
       01 WS-LOAN-FILE-NAME    PIC X(40) VALUE "LOANMAST.DAT".
       01 WS-ARREARS-FILE-NAME PIC X(40) VALUE "ARREARS.DAT".
       01 WS-SETTLE-FILE-NAME  PIC X(40) VALUE "SETTLE.DAT".
       01 WS-PRINT-FILE-NAME   PIC X(40) VALUE SPACE.

       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-RULE-STATUS     PIC X(2) VALUE SPACE.
       01 WS-LOAN-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ARREARS-STATUS  PIC X(2) VALUE SPACE.
       01 WS-SETTLE-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PRINT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-LOAN-OK         PIC X VALUE "N".
       01 WS-ARREARS-OK      PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-SCAN-END        PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-RUN-DATE        PIC 9(8) VALUE 0.

       *> Severance bands off SEVRULES.DAT.
       01 WS-RULE-COUNT      PIC 9(3) VALUE 0.
       01 WS-RULE-INDEX      PIC 9(3).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RT-GRADE     PIC X(4).
               10 WS-RT-MIN-YEARS PIC 9(2).
               10 WS-RT-WEEKS     PIC 9(2)V99.
               10 WS-RT-MAX-WEEKS PIC 9(3).
       01 WS-BEST-RULE       PIC 9(3) VALUE 0.
       01 WS-MATCH-GRADE     PIC X(4).

       *> Service from hire to termination, in completed months.
       01 WS-HIRE-PARTS.
           05 WS-HIRE-YEAR   PIC 9(4).
           05 WS-HIRE-MONTH  PIC 9(2).
           05 WS-HIRE-DAY    PIC 9(2).
       01 WS-TERM-PARTS.
           05 WS-TERM-YEAR   PIC 9(4).
           05 WS-TERM-MONTH  PIC 9(2).
           05 WS-TERM-DAY    PIC 9(2).
       01 WS-SERVICE-MONTHS  PIC S9(4) VALUE 0.
       01 WS-COMPLETED-YEARS PIC 9(2) VALUE 0.

       01 WS-SETTLE-FOUND    PIC X VALUE "N".
       01 WS-RECOVER-TOTAL   PIC 9(7)V99 VALUE 0.
       01 WS-NET-SETTLEMENT  PIC S9(7)V99 VALUE 0.

       01 WS-TERMS-READ      PIC 9(6) VALUE 0.
       01 WS-SETTLED-NEW     PIC 9(5) VALUE 0.
       01 WS-RECALCULATED    PIC 9(5) VALUE 0.
       01 WS-ALREADY-DECIDED PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS      PIC 9(5) VALUE 0.
       01 WS-SEVERANCE-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-AMOUNT-ED       PIC Z(6)9.99.
       01 WS-NET-ED          PIC -Z(6)9.99.
       01 WS-TOTAL-ED        PIC Z(8)9.99.
       01 WS-YEARS-ED        PIC Z9.99.
       01 WS-WEEKS-ED        PIC ZZ9.99.
       01 WS-RATE-ED         PIC Z9.99.
       01 WS-CAP-ED          PIC ZZ9.
       01 WS-PRINT-LINE      PIC X(80).

       *> Spool registration: with no SETTLSTM override from the
       *> JCL, each run's statements go to their own dated spool
       *> member via SpoolRegister.
       01 WS-SPOOL-REQUEST.
           05 WS-SP-PROGRAM PIC X(20).
           05 WS-SP-BASE    PIC X(12).
           05 WS-SP-MEMBER  PIC X(40).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the run state has to
           *> be put back by hand here.
           MOVE "N" TO WS-LOAN-OK
           MOVE "N" TO WS-ARREARS-OK
           MOVE 0   TO WS-RULE-COUNT
           MOVE 0   TO WS-TERMS-READ
           MOVE 0   TO WS-SETTLED-NEW
           MOVE 0   TO WS-RECALCULATED
           MOVE 0   TO WS-ALREADY-DECIDED
           MOVE 0   TO WS-EXCEPTIONS
           MOVE 0   TO WS-SEVERANCE-TOTAL

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "FinalSettlement" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "Settle terminations on or after (YYYYMMDD, 0 ="
               " 1 January this year):"
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = 0
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "0101" TO WS-FROM-DATE(5:4)
           END-IF

           PERFORM LOAD-SEVERANCE-RULES
           IF WS-RULE-COUNT = 0
               DISPLAY "No severance bands on "
                   FUNCTION TRIM(WS-RULE-FILE-NAME) " - nothing"
                   " settled."
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
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SETTLE-FILE
           IF WS-SETTLE-STATUS = "35"
               OPEN OUTPUT SETTLE-FILE
               CLOSE SETTLE-FILE
               OPEN I-O SETTLE-FILE
           END-IF
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-SETTLE-FILE-NAME) " - status "
                   WS-SETTLE-STATUS "."
               CLOSE EMP-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PRINT-FILE-NAME = SPACES
               MOVE "FinalSettlement" TO WS-SP-PROGRAM
               MOVE "SETTLSTM" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-PRINT-FILE-NAME
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PRINT-FILE-NAME) " - status "
                   WS-PRINT-STATUS "."
               CLOSE EMP-FILE
               CLOSE SETTLE-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> Nothing to recover is as good an answer as a balance,
           *> so either file missing just means none of that kind.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OK
           END-IF
           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-STATUS = "00"
               MOVE "Y" TO WS-ARREARS-OK
           END-IF

           DISPLAY "Final settlement - terminations on or after "
               WS-FROM-DATE

           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS = "T"
                           PERFORM SETTLE-ONE-LEAVER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMP-FILE
           CLOSE SETTLE-FILE
           CLOSE PRINT-FILE
           IF WS-LOAN-OK = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-ARREARS-OK = "Y"
               CLOSE ARREARS-FILE
           END-IF

           DISPLAY " "
           MOVE WS-SEVERANCE-TOTAL TO WS-TOTAL-ED
           DISPLAY "Terminations examined:      " WS-TERMS-READ
           DISPLAY "New settlements:            " WS-SETTLED-NEW
           DISPLAY "Pending ones recalculated:  " WS-RECALCULATED
           DISPLAY "Already decided, left:      " WS-ALREADY-DECIDED
           DISPLAY "Settled by hand (see above):" WS-EXCEPTIONS
           DISPLAY "Severance awaiting HR:      " WS-TOTAL-ED
           DISPLAY "Statements: " FUNCTION TRIM(WS-PRINT-FILE-NAME)

           MOVE WS-TERMS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-SETTLED-NEW + WS-RECALCULATED
           MOVE WS-EXCEPTIONS TO RL-RECORDS-SKIPPED
           IF WS-EXCEPTIONS > 0
               MOVE "WARN" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-RULE-FILE-NAME FROM ENVIRONMENT "SEVRULES"
               ON EXCEPTION
                   MOVE "SEVRULES.DAT" TO WS-RULE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOAN-FILE-NAME FROM ENVIRONMENT "LOANMAST"
               ON EXCEPTION
                   MOVE "LOANMAST.DAT" TO WS-LOAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ARREARS-FILE-NAME FROM ENVIRONMENT "ARREARS"
               ON EXCEPTION
                   MOVE "ARREARS.DAT" TO WS-ARREARS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-SETTLE-FILE-NAME FROM ENVIRONMENT "SETTLE"
               ON EXCEPTION
                   MOVE "SETTLE.DAT" TO WS-SETTLE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "SETTLSTM"
               ON EXCEPTION
                   MOVE SPACES TO WS-PRINT-FILE-NAME
           END-ACCEPT.

       LOAD-SEVERANCE-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-RULE-FILE-NAME) " - status "
                   WS-RULE-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-END
           PERFORM UNTIL WS-SCAN-END = "Y"
               READ RULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-END
                   NOT AT END
                       IF WS-RULE-COUNT >= 100
                           DISPLAY "Warning: more than 100 severance"
                               " bands - the rest are ignored."
                           MOVE "Y" TO WS-SCAN-END
                       ELSE
                           ADD 1 TO WS-RULE-COUNT
                           MOVE SVR-GRADE
                               TO WS-RT-GRADE(WS-RULE-COUNT)
                           MOVE SVR-MIN-YEARS
                               TO WS-RT-MIN-YEARS(WS-RULE-COUNT)
                           MOVE SVR-WEEKS-PER-YEAR
                               TO WS-RT-WEEKS(WS-RULE-COUNT)
                           MOVE SVR-MAX-WEEKS
                               TO WS-RT-MAX-WEEKS(WS-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       SETTLE-ONE-LEAVER.
           IF EMP-TERM-DATE NOT = 0 AND EMP-TERM-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERMS-READ

           *> Without both dates there is no service to count; say so
           *> rather than settle at zero.
           IF EMP-TERM-DATE = 0
               DISPLAY "  BY HAND  employee " EMP-ID " is terminated"
                   " with no termination date."
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           IF EMP-HIRE-DATE = 0 OR EMP-HIRE-DATE > EMP-TERM-DATE
               DISPLAY "  BY HAND  employee " EMP-ID " has no usable"
                   " hire date."
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID        TO FS-EMP-ID
           MOVE EMP-TERM-DATE TO FS-TERM-DATE
           READ SETTLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-SETTLE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SETTLE-FOUND
           END-READ
           IF WS-SETTLE-FOUND = "Y" AND FS-STATUS NOT = "P"
               ADD 1 TO WS-ALREADY-DECIDED
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-SERVICE
           PERFORM FIND-SEVERANCE-BAND

           MOVE SPACES TO SETTLE-RECORD
           MOVE EMP-ID           TO FS-EMP-ID
           MOVE EMP-TERM-DATE    TO FS-TERM-DATE
           MOVE "P"              TO FS-STATUS
           MOVE EMP-HIRE-DATE    TO FS-HIRE-DATE
           MOVE EMP-DEPT         TO FS-DEPT
           MOVE EMP-GRADE        TO FS-GRADE
           COMPUTE FS-SERVICE-YEARS = WS-SERVICE-MONTHS / 12
           MOVE EMP-SALARY       TO FS-ANNUAL-SALARY
           COMPUTE FS-WEEKLY-PAY ROUNDED = EMP-SALARY / 52
           MOVE 0 TO FS-WEEKS
           IF WS-BEST-RULE > 0
               COMPUTE FS-WEEKS ROUNDED =
                   FS-SERVICE-YEARS * WS-RT-WEEKS(WS-BEST-RULE)
               IF WS-RT-MAX-WEEKS(WS-BEST-RULE) > 0
                       AND FS-WEEKS > WS-RT-MAX-WEEKS(WS-BEST-RULE)
                   MOVE WS-RT-MAX-WEEKS(WS-BEST-RULE) TO FS-WEEKS
               END-IF
           END-IF
           COMPUTE FS-SEVERANCE ROUNDED = FS-WEEKLY-PAY * FS-WEEKS
           MOVE 0 TO FS-LOAN-BALANCE
           MOVE 0 TO FS-ARREARS
           MOVE WS-RUN-DATE      TO FS-CALC-DATE
           MOVE 0                TO FS-DECIDED-DATE

           PERFORM PRINT-STATEMENT-HEAD
           PERFORM LIST-OPEN-LOANS
           PERFORM LIST-OPEN-ARREARS
           PERFORM PRINT-STATEMENT-FOOT

           IF WS-SETTLE-FOUND = "Y"
               REWRITE SETTLE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to refile the settlement for"
                           " employee " EMP-ID "."
                       ADD 1 TO WS-EXCEPTIONS
                   NOT INVALID KEY
                       ADD 1 TO WS-RECALCULATED
                       ADD FS-SEVERANCE TO WS-SEVERANCE-TOTAL
               END-REWRITE
           ELSE
               WRITE SETTLE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to file the settlement for"
                           " employee " EMP-ID "."
                       ADD 1 TO WS-EXCEPTIONS
                   NOT INVALID KEY
                       ADD 1 TO WS-SETTLED-NEW
                       ADD FS-SEVERANCE TO WS-SEVERANCE-TOTAL
               END-WRITE
           END-IF.

       COUNT-SERVICE.
           *> A month only counts once its day-of-month anniversary
           *> has been reached.
           MOVE EMP-HIRE-DATE TO WS-HIRE-PARTS
           MOVE EMP-TERM-DATE TO WS-TERM-PARTS
           COMPUTE WS-SERVICE-MONTHS =
               (WS-TERM-YEAR - WS-HIRE-YEAR) * 12
               + WS-TERM-MONTH - WS-HIRE-MONTH
           IF WS-TERM-DAY < WS-HIRE-DAY
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < 0
               MOVE 0 TO WS-SERVICE-MONTHS
           END-IF
           COMPUTE WS-COMPLETED-YEARS = WS-SERVICE-MONTHS / 12.

       FIND-SEVERANCE-BAND.
           *> The grade's own bands first; the any-grade bands only
           *> when the grade has none at all.
           MOVE EMP-GRADE TO WS-MATCH-GRADE
           PERFORM PICK-BAND-FOR-GRADE
           IF WS-BEST-RULE = 0 AND EMP-GRADE NOT = SPACES
               PERFORM CHECK-GRADE-HAS-BANDS
               IF WS-MATCH-GRADE = SPACES
                   PERFORM PICK-BAND-FOR-GRADE
               END-IF
           END-IF.

       PICK-BAND-FOR-GRADE.
           MOVE 0 TO WS-BEST-RULE
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RT-GRADE(WS-RULE-INDEX) = WS-MATCH-GRADE
                       AND WS-RT-MIN-YEARS(WS-RULE-INDEX)
                           <= WS-COMPLETED-YEARS
                   IF WS-BEST-RULE = 0
                       MOVE WS-RULE-INDEX TO WS-BEST-RULE
                   ELSE
                       IF WS-RT-MIN-YEARS(WS-RULE-INDEX)
                               > WS-RT-MIN-YEARS(WS-BEST-RULE)
                           MOVE WS-RULE-INDEX TO WS-BEST-RULE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-GRADE-HAS-BANDS.
           *> Leaves WS-MATCH-GRADE as the grade when it has bands of
           *> its own (the employee is simply below the first), or
           *> blanks it to fall back to the any-grade bands.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RT-GRADE(WS-RULE-INDEX) = EMP-GRADE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MATCH-GRADE.

       LIST-OPEN-LOANS.
           *> Loans being recovered are owed back; one approved but
           *> never paid out only needs cancelling.
           IF WS-LOAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO LN-EMP-ID
           MOVE 0      TO LN-LOAN-NO
           MOVE "N" TO WS-SCAN-END
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = "Y"
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-END
                   NOT AT END
                       IF LN-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-SCAN-END
                       ELSE
                           PERFORM PRINT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-LOAN.
           EVALUATE LN-STATUS
               WHEN "O"
                   IF LN-BALANCE > 0
                       ADD LN-BALANCE TO FS-LOAN-BALANCE
                       MOVE LN-BALANCE TO WS-AMOUNT-ED
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "  Loan " LN-LOAN-NO " (" LN-REASON
                           ") balance      " WS-AMOUNT-ED
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM PUT-LINE
                   END-IF
               WHEN "P"
                   MOVE LN-PRINCIPAL TO WS-AMOUNT-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  Loan " LN-LOAN-NO " " WS-AMOUNT-ED
                       " approved, not paid out - cancel it"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM PUT-LINE
           END-EVALUATE.

       LIST-OPEN-ARREARS.
           IF WS-ARREARS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID      TO AR-EMP-ID
           MOVE LOW-VALUES  TO AR-CODE
           MOVE "N" TO WS-SCAN-END
           START ARREARS-FILE KEY >= AR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = "Y"
               READ ARREARS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-END
                   NOT AT END
                       IF AR-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-SCAN-END
                       ELSE
                           IF AR-BALANCE > 0
                               ADD AR-BALANCE TO FS-ARREARS
                               MOVE AR-BALANCE TO WS-AMOUNT-ED
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING "  Arrears " AR-CODE " ("
                                   AR-DESC ") balance   "
                                   WS-AMOUNT-ED
                                   DELIMITED BY SIZE INTO WS-PRINT-LINE
                               END-STRING
                               PERFORM PUT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STATEMENT-HEAD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "============== FINAL SETTLEMENT STATEMENT"
               " =============="
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Employee   " EMP-ID "  " EMP-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Department " EMP-DEPT "  Grade " EMP-GRADE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE FS-SERVICE-YEARS TO WS-YEARS-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Hired      " EMP-HIRE-DATE "  Terminated "
               EMP-TERM-DATE "  Service " WS-YEARS-ED " years"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE FS-ANNUAL-SALARY TO WS-AMOUNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Annual salary                 " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE FS-WEEKLY-PAY TO WS-AMOUNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Weekly pay                    " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-BEST-RULE = 0
               MOVE "Severance band                none reached"
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-RT-WEEKS(WS-BEST-RULE) TO WS-RATE-ED
               MOVE WS-RT-MAX-WEEKS(WS-BEST-RULE) TO WS-CAP-ED
               IF WS-RT-GRADE(WS-BEST-RULE) = SPACES
                   STRING "Severance band                any grade"
                       " from " WS-RT-MIN-YEARS(WS-BEST-RULE)
                       " yrs: " WS-RATE-ED " wks/yr, cap " WS-CAP-ED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "Severance band                grade "
                       WS-RT-GRADE(WS-BEST-RULE) " from "
                       WS-RT-MIN-YEARS(WS-BEST-RULE)
                       " yrs: " WS-RATE-ED " wks/yr, cap " WS-CAP-ED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM PUT-LINE
           MOVE FS-WEEKS TO WS-WEEKS-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Weeks payable                    " WS-WEEKS-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE FS-SEVERANCE TO WS-AMOUNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEVERANCE (gross, before tax) " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE "To recover:" TO WS-PRINT-LINE
           PERFORM PUT-LINE.

       PRINT-STATEMENT-FOOT.
           COMPUTE WS-RECOVER-TOTAL = FS-LOAN-BALANCE + FS-ARREARS
           IF WS-RECOVER-TOTAL = 0
               MOVE "  nothing outstanding" TO WS-PRINT-LINE
               PERFORM PUT-LINE
           END-IF
           MOVE WS-RECOVER-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Total to recover              " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           COMPUTE WS-NET-SETTLEMENT = FS-SEVERANCE - WS-RECOVER-TOTAL
           MOVE WS-NET-SETTLEMENT TO WS-NET-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Severance less recoveries    " WS-NET-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE "Status: PENDING HR APPROVAL in SettlementApproval"
               TO WS-PRINT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-PRINT-LINE TO PRINT-REC
           WRITE PRINT-REC.
