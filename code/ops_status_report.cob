       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsStatusReport.

      *> The morning health check in one run, instead of opening six
      *> files by hand. Reports, each with a status column:
      *>   - the last run of every program on RUNLOG.DAT and how it
      *>     finished;
      *>   - the current and prior pay periods on PERIODCTL.DAT;
      *>   - retro adjustments waiting on RETROADJ.DAT;
      *>   - the age of the newest verified BKCATLG.DAT backup;
      *>   - whether the EMPLOYEE.DAT trailer foots to the detail;
      *>   - any break in the AUDITLOG.DAT sequence;
      *>   - an EMPLOCK.DAT update lock still held.
      *> Every line reads OK, WARN or FLAG, and the return code is
      *> the worst of them - 0 healthy, 4 something to look at, 8
      *> something broken - so the scheduler can alert on it. The
      *> SYSIN cards are the tolerances: the oldest a verified
      *> backup may be in days (0 = 1), and how long an update lock
      *> may be held in minutes before it is taken as abandoned
      *> (0 = 60).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT RETRO-FILE ASSIGN DYNAMIC WS-RETRO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT CATLG-FILE ASSIGN DYNAMIC WS-CATLG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATLG-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG-FILE.
           COPY "runlogrec.cpy"
               REPLACING ==RUNLOG-RECORD== BY ==RUNLOG-FILE-RECORD==.

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       FD RETRO-FILE.
           COPY "retroadj.cpy".

       FD CATLG-FILE.
           COPY "bkcatrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD AUDIT-FILE.
           COPY "auditrec.cpy".

      *> Same one-line lock the update programs take and release.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-OPERATOR-ID PIC X(10).
           05 FILLER           PIC X(1).
           05 LOCK-TIMESTAMP   PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-FILE-NAME PIC X(40) VALUE "RUNLOG.DAT".
       01 WS-PERIOD-FILE-NAME PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-RETRO-FILE-NAME  PIC X(40) VALUE "RETROADJ.DAT".
       01 WS-CATLG-FILE-NAME  PIC X(40) VALUE "BKCATLG.DAT".
       01 WS-EMP-FILE-NAME    PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-AUDIT-FILE-NAME  PIC X(40) VALUE "AUDITLOG.DAT".
       01 WS-LOCK-FILE-NAME   PIC X(40) VALUE "EMPLOCK.DAT".

       01 WS-RUNLOG-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-RETRO-STATUS    PIC X(2) VALUE SPACE.
       01 WS-CATLG-STATUS    PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-LOCK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> Tolerances off the SYSIN cards.
       01 WS-MAX-BACKUP-DAYS PIC 9(3) VALUE 0.
       01 WS-MAX-LOCK-MINS   PIC 9(5) VALUE 0.

       01 WS-NOW             PIC X(21).
       01 WS-RUN-DATE        PIC 9(8).
       01 WS-RUN-DAY-NO      PIC 9(7).
       01 WS-RUN-MINUTE      PIC 9(9).
       01 WS-CURRENT-PERIOD  PIC 9(6).
       01 WS-PRIOR-PERIOD    PIC 9(6).
       01 WS-ASK-PERIOD      PIC 9(6).

       *> One line's verdict, and the worst verdict of the run.
       *> Levels: 0 OK, 4 WARN, 8 FLAG.
       01 WS-LEVEL           PIC 9(2) VALUE 0.
       01 WS-WORST-LEVEL     PIC 9(2) VALUE 0.
       01 WS-VERDICT         PIC X(4).
       01 WS-WARN-COUNT      PIC 9(4) VALUE 0.
       01 WS-FLAG-COUNT      PIC 9(4) VALUE 0.

       *> Last run of every program on the run log. The log is
       *> appended in time order, so the last line seen for a
       *> program is its latest run.
       01 WS-PROG-COUNT      PIC 9(3) VALUE 0.
       01 WS-PROG-INDEX      PIC 9(3).
       01 WS-PROG-FOUND      PIC 9(3).
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 200 TIMES.
               10 PT-PROGRAM     PIC X(20).
               10 PT-OPERATOR    PIC X(10).
               10 PT-STAMP       PIC X(21).
               10 PT-STATUS      PIC X(4).
               10 PT-RUNS        PIC 9(5).
       01 WS-RUNLOG-LINES    PIC 9(7) VALUE 0.

       01 WS-RETRO-COUNT     PIC 9(5) VALUE 0.
       01 WS-RETRO-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-OLDEST-RETRO    PIC 9(6) VALUE 0.

       01 WS-NEWEST-OK-DATE  PIC 9(8) VALUE 0.
       01 WS-NEWEST-OK-NAME  PIC X(40) VALUE SPACE.
       01 WS-NEWEST-ANY-FLAG PIC X(4) VALUE SPACE.
       01 WS-NEWEST-ANY-DATE PIC 9(8) VALUE 0.
       01 WS-BACKUP-AGE      PIC 9(5) VALUE 0.

       01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01 WS-DETAIL-SALARY   PIC 9(9)V99 VALUE 0.
       01 WS-TR-COUNT        PIC 9(6) VALUE 0.
       01 WS-TR-SALARY       PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-FOUND   PIC X VALUE "N".

       01 WS-AUDIT-COUNT     PIC 9(7) VALUE 0.
       01 WS-AUDIT-BREAKS    PIC 9(5) VALUE 0.
       01 WS-LAST-SEQ        PIC 9(9) VALUE 0.
       01 WS-EXPECTED-SEQ    PIC 9(9) VALUE 0.

       01 WS-LOCK-DATE       PIC 9(8).
       01 WS-LOCK-HH         PIC 9(2).
       01 WS-LOCK-MI         PIC 9(2).
       01 WS-LOCK-MINUTE     PIC 9(9).
       01 WS-LOCK-AGE        PIC 9(9).

       01 WS-AMOUNT-ED       PIC Z(8)9.99.
       01 WS-COUNT-ED        PIC Z(6)9.

       *> This run's own run-log line.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session state
           *> has to be put back by hand here.
           MOVE 0 TO WS-WORST-LEVEL
           MOVE 0 TO WS-WARN-COUNT
           MOVE 0 TO WS-FLAG-COUNT
           MOVE 0 TO WS-PROG-COUNT
           MOVE 0 TO WS-RUNLOG-LINES
           MOVE 0 TO WS-RETRO-COUNT
           MOVE 0 TO WS-RETRO-GROSS
           MOVE 0 TO WS-OLDEST-RETRO
           MOVE 0 TO WS-NEWEST-OK-DATE
           MOVE 0 TO WS-NEWEST-ANY-DATE
           MOVE SPACES TO WS-NEWEST-ANY-FLAG
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-SALARY
           MOVE 0 TO WS-TR-COUNT
           MOVE 0 TO WS-TR-SALARY
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE 0 TO WS-AUDIT-COUNT
           MOVE 0 TO WS-AUDIT-BREAKS
           MOVE 0 TO WS-LAST-SEQ

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "OpsStatusReport" TO RL-PROGRAM-NAME OF RUNLOG-RECORD
           MOVE FUNCTION CURRENT-DATE
               TO RL-START-STAMP OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-READ OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-WRITTEN OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-SKIPPED OF RUNLOG-RECORD

           DISPLAY "Oldest a verified backup may be, in days"
               " (0 = 1):"
           ACCEPT WS-MAX-BACKUP-DAYS
           IF WS-MAX-BACKUP-DAYS = 0
               MOVE 1 TO WS-MAX-BACKUP-DAYS
           END-IF
           DISPLAY "Longest an update lock may be held, in minutes"
               " (0 = 60):"
           ACCEPT WS-MAX-LOCK-MINS
           IF WS-MAX-LOCK-MINS = 0
               MOVE 60 TO WS-MAX-LOCK-MINS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-MINUTE = WS-RUN-DAY-NO * 1440
               + FUNCTION NUMVAL(WS-NOW(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW(11:2))
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD
           IF WS-CURRENT-PERIOD(5:2) = "01"
               COMPUTE WS-PRIOR-PERIOD = WS-CURRENT-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-CURRENT-PERIOD - 1
           END-IF

           DISPLAY "Operations Status Report  " WS-NOW(1:4) "-"
               WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":"
               WS-NOW(11:2)
           DISPLAY "======================================"
               "========================================"

           PERFORM REPORT-LAST-RUNS
           PERFORM REPORT-PERIODS
           PERFORM REPORT-RETRO-WAITING
           PERFORM REPORT-BACKUP-AGE
           PERFORM REPORT-TRAILER
           PERFORM REPORT-AUDIT-SEQUENCE
           PERFORM REPORT-UPDATE-LOCK

           DISPLAY " "
           DISPLAY "======================================"
               "========================================"
           EVALUATE WS-WORST-LEVEL
               WHEN 0
                   DISPLAY "All checks OK."
                   MOVE "OK" TO RL-FINAL-STATUS OF RUNLOG-RECORD
               WHEN 4
                   DISPLAY WS-WARN-COUNT " warning(s), nothing"
                       " flagged."
                   MOVE "WARN" TO RL-FINAL-STATUS OF RUNLOG-RECORD
               WHEN OTHER
                   DISPLAY WS-FLAG-COUNT " item(s) FLAGGED, "
                       WS-WARN-COUNT " warning(s)."
                   MOVE "FLAG" TO RL-FINAL-STATUS OF RUNLOG-RECORD
           END-EVALUATE
           MOVE WS-RUNLOG-LINES TO RL-RECORDS-READ OF RUNLOG-RECORD
           COMPUTE RL-RECORDS-SKIPPED OF RUNLOG-RECORD =
               WS-WARN-COUNT + WS-FLAG-COUNT
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero, and this code is what the scheduler alerts on.
           MOVE WS-WORST-LEVEL TO RETURN-CODE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-RUNLOG-FILE-NAME FROM ENVIRONMENT "RUNLOG"
               ON EXCEPTION
                   MOVE "RUNLOG.DAT" TO WS-RUNLOG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-RETRO-FILE-NAME FROM ENVIRONMENT "RETROADJ"
               ON EXCEPTION
                   MOVE "RETROADJ.DAT" TO WS-RETRO-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CATLG-FILE-NAME FROM ENVIRONMENT "BKCATLG"
               ON EXCEPTION
                   MOVE "BKCATLG.DAT" TO WS-CATLG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-AUDIT-FILE-NAME FROM ENVIRONMENT "AUDITLOG"
               ON EXCEPTION
                   MOVE "AUDITLOG.DAT" TO WS-AUDIT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOCK-FILE-NAME FROM ENVIRONMENT "EMPLOCK"
               ON EXCEPTION
                   MOVE "EMPLOCK.DAT" TO WS-LOCK-FILE-NAME
           END-ACCEPT.

       SET-VERDICT.
           *> WS-LEVEL in, WS-VERDICT out, and the run's worst level
           *> and counts kept.
           EVALUATE WS-LEVEL
               WHEN 0
                   MOVE "OK" TO WS-VERDICT
               WHEN 4
                   MOVE "WARN" TO WS-VERDICT
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "FLAG" TO WS-VERDICT
                   ADD 1 TO WS-FLAG-COUNT
           END-EVALUATE
           IF WS-LEVEL > WS-WORST-LEVEL
               MOVE WS-LEVEL TO WS-WORST-LEVEL
           END-IF.

       REPORT-LAST-RUNS.
           DISPLAY " "
           DISPLAY "LAST RUN OF EACH PROGRAM (RUNLOG.DAT)"
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               MOVE 4 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  run log "
                   FUNCTION TRIM(WS-RUNLOG-FILE-NAME)
                   " not available - status " WS-RUNLOG-STATUS "."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       ADD 1 TO WS-RUNLOG-LINES
                       PERFORM NOTE-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUNLOG-FILE

           DISPLAY "ST    PROGRAM              LAST RUN         "
               " OPERATOR   RESULT  RUNS"
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
                   UNTIL WS-PROG-INDEX > WS-PROG-COUNT
               PERFORM SHOW-ONE-PROGRAM
           END-PERFORM.

       NOTE-ONE-RUN.
           MOVE 0 TO WS-PROG-FOUND
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
                   UNTIL WS-PROG-INDEX > WS-PROG-COUNT
                       OR WS-PROG-FOUND NOT = 0
               IF PT-PROGRAM(WS-PROG-INDEX) =
                       RL-PROGRAM-NAME OF RUNLOG-FILE-RECORD
                   MOVE WS-PROG-INDEX TO WS-PROG-FOUND
               END-IF
           END-PERFORM
           IF WS-PROG-FOUND = 0
               IF WS-PROG-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-FOUND
               MOVE RL-PROGRAM-NAME OF RUNLOG-FILE-RECORD
                   TO PT-PROGRAM(WS-PROG-FOUND)
               MOVE 0 TO PT-RUNS(WS-PROG-FOUND)
           END-IF
           MOVE RL-OPERATOR-ID OF RUNLOG-FILE-RECORD
               TO PT-OPERATOR(WS-PROG-FOUND)
           MOVE RL-START-STAMP OF RUNLOG-FILE-RECORD
               TO PT-STAMP(WS-PROG-FOUND)
           MOVE RL-FINAL-STATUS OF RUNLOG-FILE-RECORD
               TO PT-STATUS(WS-PROG-FOUND)
           ADD 1 TO PT-RUNS(WS-PROG-FOUND).

       SHOW-ONE-PROGRAM.
           *> A run that ended in a failure, an abort, or an
           *> out-of-balance or out-of-step finding is flagged; one
           *> that was refused, rejected input, or reported
           *> exceptions is a warning; the finished states are OK.
           EVALUATE PT-STATUS(WS-PROG-INDEX)
               WHEN "OK"
               WHEN "LIST"
               WHEN "NONE"
               WHEN "TRIA"
               WHEN "SUPP"
               WHEN "RSND"
                   MOVE 0 TO WS-LEVEL
               WHEN "FAIL"
               WHEN "ABRT"
               WHEN "ERR"
               WHEN "OOB"
               WHEN "SOOB"
               WHEN "TOOB"
               WHEN "OOS"
               WHEN "BRK"
               WHEN "MISM"
               WHEN "DISC"
               WHEN "STAL"
                   MOVE 8 TO WS-LEVEL
               WHEN OTHER
                   MOVE 4 TO WS-LEVEL
           END-EVALUATE
           PERFORM SET-VERDICT
           DISPLAY WS-VERDICT "  " PT-PROGRAM(WS-PROG-INDEX) " "
               PT-STAMP(WS-PROG-INDEX)(1:4) "-"
               PT-STAMP(WS-PROG-INDEX)(5:2) "-"
               PT-STAMP(WS-PROG-INDEX)(7:2) " "
               PT-STAMP(WS-PROG-INDEX)(9:2) ":"
               PT-STAMP(WS-PROG-INDEX)(11:2) "  "
               PT-OPERATOR(WS-PROG-INDEX) " "
               PT-STATUS(WS-PROG-INDEX) "    "
               PT-RUNS(WS-PROG-INDEX).

       REPORT-PERIODS.
           DISPLAY " "
           DISPLAY "PAY PERIODS (PERIODCTL.DAT)"
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               MOVE 4 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  period control "
                   FUNCTION TRIM(WS-PERIOD-FILE-NAME)
                   " not available - status " WS-PERIOD-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-PERIOD TO WS-ASK-PERIOD
           PERFORM REPORT-ONE-PERIOD
           MOVE WS-PRIOR-PERIOD TO WS-ASK-PERIOD
           PERFORM REPORT-ONE-PERIOD
           CLOSE PERIOD-FILE.

       REPORT-ONE-PERIOD.
           *> A cycle left in progress needs a restart whichever
           *> month it is. The current month is normally open or
           *> paid; the prior month should have been closed at its
           *> month-end.
           MOVE WS-ASK-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-ASK-PERIOD TO PC-PERIOD
                   MOVE "O" TO PC-STATUS
           END-READ
           EVALUATE TRUE
               WHEN PC-STATUS = "I"
                   MOVE 8 TO WS-LEVEL
               WHEN WS-ASK-PERIOD = WS-CURRENT-PERIOD
                   MOVE 0 TO WS-LEVEL
               WHEN PC-STATUS = "C"
                   MOVE 0 TO WS-LEVEL
               WHEN OTHER
                   MOVE 4 TO WS-LEVEL
           END-EVALUATE
           PERFORM SET-VERDICT
           EVALUATE PC-STATUS
               WHEN "I"
                   DISPLAY WS-VERDICT "  period " WS-ASK-PERIOD
                       " pay cycle IN PROGRESS - restart it from"
                       " its checkpoint."
               WHEN "P"
                   DISPLAY WS-VERDICT "  period " WS-ASK-PERIOD
                       " paid " PC-PAID-DATE ", not closed."
               WHEN "C"
                   DISPLAY WS-VERDICT "  period " WS-ASK-PERIOD
                       " paid " PC-PAID-DATE ", closed "
                       PC-CLOSED-DATE "."
               WHEN OTHER
                   DISPLAY WS-VERDICT "  period " WS-ASK-PERIOD
                       " open - not yet paid."
           END-EVALUATE.

       REPORT-RETRO-WAITING.
           *> Adjustments waiting are normal between a RetroPay run
           *> and the next live cycle; they are shown, not flagged.
           DISPLAY " "
           DISPLAY "RETRO ADJUSTMENTS (RETROADJ.DAT)"
           OPEN INPUT RETRO-FILE
           IF WS-RETRO-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RETRO-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           ADD 1 TO WS-RETRO-COUNT
                           ADD RJ-BACK-GROSS TO WS-RETRO-GROSS
                           IF WS-OLDEST-RETRO = 0
                                   OR RJ-FROM-PERIOD < WS-OLDEST-RETRO
                               MOVE RJ-FROM-PERIOD TO WS-OLDEST-RETRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF
           MOVE 0 TO WS-LEVEL
           PERFORM SET-VERDICT
           IF WS-RETRO-COUNT = 0
               DISPLAY WS-VERDICT "  no adjustments waiting."
           ELSE
               MOVE WS-RETRO-GROSS TO WS-AMOUNT-ED
               DISPLAY WS-VERDICT "  " WS-RETRO-COUNT " adjustment(s)"
                   " waiting for the next live cycle, back gross "
                   WS-AMOUNT-ED ", back to period " WS-OLDEST-RETRO
                   "."
           END-IF.

       REPORT-BACKUP-AGE.
           DISPLAY " "
           DISPLAY "EMPLOYEE MASTER BACKUPS (BKCATLG.DAT)"
           OPEN INPUT CATLG-FILE
           IF WS-CATLG-STATUS = "00"
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CATLG-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           PERFORM NOTE-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CATLG-FILE
           END-IF

           IF WS-NEWEST-OK-DATE = 0
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  no verified backup on the"
                   " catalog."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BACKUP-AGE = WS-RUN-DAY-NO
               - FUNCTION INTEGER-OF-DATE(WS-NEWEST-OK-DATE)
           IF WS-BACKUP-AGE > WS-MAX-BACKUP-DAYS
               MOVE 8 TO WS-LEVEL
           ELSE
               MOVE 0 TO WS-LEVEL
           END-IF
           PERFORM SET-VERDICT
           DISPLAY WS-VERDICT "  newest verified backup "
               FUNCTION TRIM(WS-NEWEST-OK-NAME) " of "
               WS-NEWEST-OK-DATE " is " WS-BACKUP-AGE " day(s) old"
               " (tolerance " WS-MAX-BACKUP-DAYS ")."

           *> A later generation that did not verify means last
           *> night's unload found the master out of step.
           IF WS-NEWEST-ANY-DATE > WS-NEWEST-OK-DATE
               MOVE 4 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  a later generation of "
                   WS-NEWEST-ANY-DATE " is marked "
                   WS-NEWEST-ANY-FLAG "."
           END-IF.

       NOTE-ONE-GENERATION.
           IF BKC-FLAG = "EXPD" OR BKC-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF BKC-FLAG = "OK"
               IF BKC-DATE >= WS-NEWEST-OK-DATE
                   MOVE BKC-DATE      TO WS-NEWEST-OK-DATE
                   MOVE BKC-FILE-NAME TO WS-NEWEST-OK-NAME
               END-IF
           ELSE
               IF BKC-DATE >= WS-NEWEST-ANY-DATE
                   MOVE BKC-DATE TO WS-NEWEST-ANY-DATE
                   MOVE BKC-FLAG TO WS-NEWEST-ANY-FLAG
               END-IF
           END-IF.

       REPORT-TRAILER.
           *> The same file-wide footing ReconcileEmployee does: all
           *> detail records against the trailer's count and salary.
           DISPLAY " "
           DISPLAY "EMPLOYEE MASTER TRAILER (EMPLOYEE.DAT)"
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  unable to open "
                   FUNCTION TRIM(WS-EMP-FILE-NAME) " - status "
                   WS-EMP-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ EMP-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF EMP-ID = WS-TRAILER-KEY
                           MOVE "Y" TO WS-TRAILER-FOUND
                           MOVE TR-RECORD-COUNT TO WS-TR-COUNT
                           MOVE TR-TOTAL-SALARY TO WS-TR-SALARY
                       ELSE
                           ADD 1 TO WS-DETAIL-COUNT
                           ADD EMP-SALARY TO WS-DETAIL-SALARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE

           IF WS-TRAILER-FOUND = "N"
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  no trailer record on the"
                   " master."
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-COUNT = WS-TR-COUNT
                   AND WS-DETAIL-SALARY = WS-TR-SALARY
               MOVE 0 TO WS-LEVEL
               PERFORM SET-VERDICT
               MOVE WS-TR-SALARY TO WS-AMOUNT-ED
               DISPLAY WS-VERDICT "  trailer in step - "
                   WS-TR-COUNT " record(s), salary " WS-AMOUNT-ED "."
           ELSE
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               MOVE WS-DETAIL-SALARY TO WS-AMOUNT-ED
               DISPLAY WS-VERDICT "  trailer OUT OF STEP - detail "
                   WS-DETAIL-COUNT " record(s), salary " WS-AMOUNT-ED
               MOVE WS-TR-SALARY TO WS-AMOUNT-ED
               DISPLAY "                            trailer "
                   WS-TR-COUNT " record(s), salary " WS-AMOUNT-ED
           END-IF.

       REPORT-AUDIT-SEQUENCE.
           *> AuditArchive's verify rule: every numbered entry must
           *> follow its predecessor by exactly one. #CONTROL lines
           *> and entries from before the sequence existed are
           *> passed over.
           DISPLAY " "
           DISPLAY "AUDIT TRAIL SEQUENCE (AUDITLOG.DAT)"
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 4 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  audit log "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                   " not available - status " WS-AUDIT-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM CHECK-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           IF WS-AUDIT-BREAKS = 0
               MOVE 0 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  " WS-AUDIT-COUNT " sequenced"
                   " entry(ies), no breaks."
           ELSE
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  " WS-AUDIT-BREAKS " break(s) in"
                   " the sequence over " WS-AUDIT-COUNT
                   " entry(ies)."
           END-IF.

       CHECK-ONE-AUDIT-ENTRY.
           IF AUDIT-RECORD(1:8) = "#CONTROL"
                   OR AUDIT-SEQ IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-COUNT
           IF WS-LAST-SEQ NOT = 0
               COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
               IF AUDIT-SEQ NOT = WS-EXPECTED-SEQ
                   DISPLAY "        sequence break: entry " AUDIT-SEQ
                       " follows " WS-LAST-SEQ "."
                   ADD 1 TO WS-AUDIT-BREAKS
               END-IF
           END-IF
           MOVE AUDIT-SEQ TO WS-LAST-SEQ.

       REPORT-UPDATE-LOCK.
           *> A held lock is normal while someone is updating; one
           *> older than the tolerance is a session that died
           *> holding it, and every other update is refused until it
           *> is cleared.
           DISPLAY " "
           DISPLAY "EMPLOYEE UPDATE LOCK (EMPLOCK.DAT)"
           MOVE SPACES TO LOCK-RECORD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       MOVE SPACES TO LOCK-RECORD
               END-READ
               CLOSE LOCK-FILE
           END-IF

           IF LOCK-OPERATOR-ID = SPACES
               MOVE 0 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  no update lock held."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LOCK-AGE
           IF LOCK-TIMESTAMP(1:12) IS NUMERIC
               MOVE LOCK-TIMESTAMP(1:8)  TO WS-LOCK-DATE
               MOVE LOCK-TIMESTAMP(9:2)  TO WS-LOCK-HH
               MOVE LOCK-TIMESTAMP(11:2) TO WS-LOCK-MI
               COMPUTE WS-LOCK-MINUTE =
                   FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE) * 1440
                   + WS-LOCK-HH * 60 + WS-LOCK-MI
               IF WS-RUN-MINUTE > WS-LOCK-MINUTE
                   COMPUTE WS-LOCK-AGE = WS-RUN-MINUTE - WS-LOCK-MINUTE
               END-IF
           END-IF

           IF WS-LOCK-AGE > WS-MAX-LOCK-MINS
               MOVE 8 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  update lock held by "
                   LOCK-OPERATOR-ID " since " LOCK-TIMESTAMP(1:12)
                   " - " WS-LOCK-AGE " minute(s), over the "
                   WS-MAX-LOCK-MINS "-minute tolerance. Check the"
                   " session before clearing it."
           ELSE
               MOVE 0 TO WS-LEVEL
               PERFORM SET-VERDICT
               DISPLAY WS-VERDICT "  update lock held by "
                   LOCK-OPERATOR-ID " since " LOCK-TIMESTAMP(1:12)
                   " (" WS-LOCK-AGE " minute(s))."
           END-IF.
