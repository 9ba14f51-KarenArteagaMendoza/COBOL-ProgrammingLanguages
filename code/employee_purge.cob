       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePurge.

      *> Retention run for the employee master. A terminated record
      *> stays on EMPLOYEE.DAT for rehires, references and the
      *> year-end forms, but once the employee has been gone longer
      *> than the retention period it only slows every full-file
      *> report and clutters the name browse. This run moves each
      *> employee terminated more than the keyed number of years ago
      *> to the inactive-employee history file INACTEMP.DAT - but
      *> only once PayHistArchive has taken every one of their
      *> periods off PAYHIST.DAT, so no live history is ever left
      *> without its master record. Each move is journaled on
      *> EMPJRNL.DAT (PRG) and taken off the trailer's count and
      *> salary totals, company totals included, as it lands. List
      *> mode shows what a purge would move without touching
      *> anything. EmployeeLookup still finds a purged employee on
      *> the history file, and a rehire in SaveEmployeeToFile brings
      *> the record back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT INACT-FILE ASSIGN DYNAMIC WS-INACT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMP-ID
               FILE STATUS IS WS-INACT-STATUS.

           SELECT PAYHIST-FILE ASSIGN DYNAMIC WS-PAYHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD INACT-FILE.
           COPY "inactrec.cpy".

       FD PAYHIST-FILE.
           COPY "payhist.cpy".

       *> Same update-session lock SaveEmployeeToFile takes: every
       *> move takes the trailer down, so nobody else may be
       *> maintaining EMPLOYEE.DAT while the purge runs.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-OPERATOR-ID PIC X(10).
           05 FILLER           PIC X(1).
           05 LOCK-TIMESTAMP   PIC X(21).

       FD JRNL-FILE.
           COPY "empjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-INACT-FILE-NAME   PIC X(40) VALUE "INACTEMP.DAT".
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-LOCK-FILE-NAME    PIC X(40) VALUE "EMPLOCK.DAT".
       01 WS-JRNL-FILE-NAME    PIC X(40) VALUE "EMPJRNL.DAT".

       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-INACT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PAYHIST-OK      PIC X VALUE "N".
       01 WS-LOCK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-LOCK-HELD       PIC X VALUE "N".
       01 WS-JRNL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-JRNL-FILE-OK    PIC X VALUE "N".

       01 WS-MODE            PIC X VALUE SPACE.
       01 WS-EMP-EOF         PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> The retention period, in whole years after the
       *> termination date, and the cutoff it gives: anyone
       *> terminated before WS-CUTOFF-DATE is due to move. A
       *> terminated record with no termination date on it is
       *> never taken - there is no telling how long ago it was.
       01 WS-RETAIN-YEARS    PIC 9(2) VALUE 0.
       01 WS-TODAY           PIC 9(8).
       01 WS-CUTOFF-DATE     PIC 9(8).

       *> The candidates are gathered on one sequential pass and
       *> moved on a second, by key: every move reads and rewrites
       *> the trailer, which would lose the sequential position.
       *> A master with more than the table holds is finished by
       *> the next run.
       01 WS-CAND-COUNT      PIC 9(4) VALUE 0.
       01 WS-CAND-INDEX      PIC 9(4).
       01 WS-CAND-TABLE.
           05 WS-CAND-ID OCCURS 2000 TIMES PIC 9(5).
       01 WS-CAND-FULL       PIC X VALUE "N".

       01 WS-HIST-LIVE       PIC X VALUE "N".
       01 WS-EMP-SCANNED     PIC 9(6) VALUE 0.
       01 WS-MOVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-MOVED-SALARY    PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01 WS-DISPLAY-TOTAL   PIC Z(8)9.99.

       01 WS-OLD-SALARY      PIC 9(7)V99 VALUE 0.
       01 WS-OLD-DEPT        PIC X(10) VALUE SPACE.
       01 WS-OLD-NAME        PIC X(30) VALUE SPACE.
       01 WS-JRNL-BEFORE     PIC X(91) VALUE SPACE.
           COPY "companyreq.cpy".

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone (the retention JCL path). Every move
       *> is journaled and stamped with it.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

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
           MOVE "N" TO WS-SIGNON-OK
           MOVE "N" TO WS-LOCK-HELD
           MOVE "N" TO WS-JRNL-FILE-OK
           MOVE "N" TO WS-PAYHIST-OK
           MOVE "N" TO WS-CAND-FULL
           MOVE 0   TO WS-CAND-COUNT
           MOVE 0   TO WS-EMP-SCANNED
           MOVE 0   TO WS-MOVED-COUNT
           MOVE 0   TO WS-MOVED-SALARY
           MOVE 0   TO WS-HELD-COUNT
           MOVE 0   TO WS-ERROR-COUNT
           MOVE 0   TO WS-RUN-RC

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "EmployeePurge" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID

           DISPLAY "List candidates only, or Purge (L/P)?"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           DISPLAY "Retention after termination, in years (01-99):"
           ACCEPT WS-RETAIN-YEARS

           IF (WS-MODE NOT = "L" AND WS-MODE NOT = "P")
                   OR WS-RETAIN-YEARS = 0
               DISPLAY "Please enter L or P and a retention of at"
                   " least one year."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-CUTOFF-DATE =
               WS-TODAY - WS-RETAIN-YEARS * 10000
           DISPLAY "Employees terminated before " WS-CUTOFF-DATE
               " are due to move to the inactive history."

           IF WS-MODE = "P"
               PERFORM ACQUIRE-UPDATE-LOCK
               IF WS-LOCK-HELD NOT = "Y"
                   MOVE "LOCK" TO RL-FINAL-STATUS
                   CALL "RunLogger" USING RUNLOG-RECORD
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM OPEN-FILES
           IF WS-RUN-RC = 0
               PERFORM GATHER-CANDIDATES
               PERFORM VARYING WS-CAND-INDEX FROM 1 BY 1
                       UNTIL WS-CAND-INDEX > WS-CAND-COUNT
                   PERFORM TAKE-ONE-CANDIDATE
               END-PERFORM
               PERFORM CLOSE-FILES
               PERFORM REPORT-RUN-TOTALS
           END-IF

           IF WS-LOCK-HELD = "Y"
               PERFORM RELEASE-UPDATE-LOCK
           END-IF

           MOVE WS-EMP-SCANNED TO RL-RECORDS-READ
           MOVE WS-MOVED-COUNT TO RL-RECORDS-WRITTEN
           MOVE WS-HELD-COUNT  TO RL-RECORDS-SKIPPED
           EVALUATE TRUE
               WHEN WS-RUN-RC = 16
                   MOVE "FAIL" TO RL-FINAL-STATUS
               WHEN WS-ERROR-COUNT > 0
                   MOVE "ERR" TO RL-FINAL-STATUS
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-MODE = "L"
                   MOVE "LIST" TO RL-FINAL-STATUS
               WHEN OTHER
                   MOVE "OK" TO RL-FINAL-STATUS
           END-EVALUATE
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE WS-RUN-RC TO RETURN-CODE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-INACT-FILE-NAME FROM ENVIRONMENT "INACTEMP"
               ON EXCEPTION
                   MOVE "INACTEMP.DAT" TO WS-INACT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYHIST-FILE-NAME FROM ENVIRONMENT "PAYHIST"
               ON EXCEPTION
                   MOVE "PAYHIST.DAT" TO WS-PAYHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOCK-FILE-NAME FROM ENVIRONMENT "EMPLOCK"
               ON EXCEPTION
                   MOVE "EMPLOCK.DAT" TO WS-LOCK-FILE-NAME
           END-ACCEPT
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT "EMPJRNL"
               ON EXCEPTION
                   MOVE "EMPJRNL.DAT" TO WS-JRNL-FILE-NAME
           END-ACCEPT.

       SIGN-ON.
           IF SI-OPERATOR-ID NOT = SPACES
                   AND SI-OPERATOR-ID NOT = LOW-VALUES
               MOVE SI-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SI-ROLE        TO WS-OPERATOR-ROLE
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               MOVE SPACES TO WS-SIGNON-LOCAL
               CALL "SignOnModule" USING WS-SIGNON-LOCAL
               IF WS-SL-OPERATOR-ID NOT = SPACES
                   MOVE WS-SL-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE WS-SL-ROLE        TO WS-OPERATOR-ROLE
                   MOVE "Y" TO WS-SIGNON-OK
               END-IF
           END-IF

           IF WS-SIGNON-OK = "Y" AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - this program removes records from"
                   " EMPLOYEE.DAT."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       OPEN-FILES.
           *> List mode only reads. A pay history that does not
           *> exist holds nobody's periods; one that will not open
           *> cannot prove anything archived, so nothing moves.
           IF WS-MODE = "P"
               OPEN I-O EMP-FILE
           ELSE
               OPEN INPUT EMP-FILE
           END-IF
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYHIST-FILE
           EVALUATE WS-PAYHIST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-PAYHIST-OK
               WHEN "35"
                   MOVE "N" TO WS-PAYHIST-OK
               WHEN OTHER
                   DISPLAY "Unable to open PAYHIST.DAT - status "
                       WS-PAYHIST-STATUS ". Nobody can be shown to"
                       " be archived."
                   CLOSE EMP-FILE
                   MOVE 16 TO WS-RUN-RC
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-MODE = "P"
               OPEN I-O INACT-FILE
               IF WS-INACT-STATUS = "35"
                   DISPLAY "INACTEMP.DAT does not exist yet -"
                       " creating it."
                   OPEN OUTPUT INACT-FILE
                   CLOSE INACT-FILE
                   OPEN I-O INACT-FILE
               END-IF
               IF WS-INACT-STATUS NOT = "00"
                   DISPLAY "Unable to open INACTEMP.DAT - status "
                       WS-INACT-STATUS "."
                   CLOSE EMP-FILE
                   IF WS-PAYHIST-OK = "Y"
                       CLOSE PAYHIST-FILE
                   END-IF
                   MOVE 16 TO WS-RUN-RC
                   EXIT PARAGRAPH
               END-IF

               *> The purge runs without the journal only if it must
               *> - but says so, since forward recovery would then
               *> put the moved records back.
               OPEN EXTEND JRNL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JRNL-FILE
               END-IF
               IF WS-JRNL-STATUS = "00"
                   MOVE "Y" TO WS-JRNL-FILE-OK
               ELSE
                   DISPLAY "Warning: unable to open EMPJRNL.DAT -"
                       " status " WS-JRNL-STATUS ". Moves this run"
                       " will not be journaled."
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE EMP-FILE
           IF WS-PAYHIST-OK = "Y"
               CLOSE PAYHIST-FILE
           END-IF
           IF WS-MODE = "P"
               CLOSE INACT-FILE
               IF WS-JRNL-FILE-OK = "Y"
                   CLOSE JRNL-FILE
               END-IF
           END-IF.

       GATHER-CANDIDATES.
           MOVE LOW-VALUES TO EMP-ID
           MOVE "N" TO WS-EMP-EOF
           START EMP-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-EOF
           END-START

           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                           ADD 1 TO WS-EMP-SCANNED
                           IF EMP-STATUS = "T"
                                   AND EMP-TERM-DATE > 0
                                   AND EMP-TERM-DATE < WS-CUTOFF-DATE
                               PERFORM NOTE-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-CANDIDATE.
           IF WS-CAND-COUNT < 2000
               ADD 1 TO WS-CAND-COUNT
               MOVE EMP-ID TO WS-CAND-ID(WS-CAND-COUNT)
           ELSE
               IF WS-CAND-FULL = "N"
                   DISPLAY "More than 2000 employees due - the rest"
                       " move on the next run."
                   MOVE "Y" TO WS-CAND-FULL
               END-IF
           END-IF.

       TAKE-ONE-CANDIDATE.
           MOVE WS-CAND-ID(WS-CAND-INDEX) TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Employee ID " WS-CAND-ID(WS-CAND-INDEX)
                       " is no longer on file - passed over."
                   EXIT PARAGRAPH
           END-READ

           PERFORM CHECK-HISTORY-ARCHIVED
           IF WS-HIST-LIVE = "Y"
               DISPLAY "Held:  " EMP-ID " " EMP-NAME " terminated "
                   EMP-TERM-DATE " - pay history not yet archived."
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-MODE = "L"
               DISPLAY "Due:   " EMP-ID " " EMP-NAME " terminated "
                   EMP-TERM-DATE
               ADD 1 TO WS-MOVED-COUNT
               ADD EMP-SALARY TO WS-MOVED-SALARY
           ELSE
               PERFORM MOVE-TO-HISTORY
           END-IF.

       CHECK-HISTORY-ARCHIVED.
           *> Any period still on the live file for this employee
           *> means PayHistArchive has not yet taken their last year.
           MOVE "N" TO WS-HIST-LIVE
           IF WS-PAYHIST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO PH-EMP-ID
           MOVE 0 TO PH-PERIOD
           START PAYHIST-FILE KEY >= PH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ PAYHIST-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PH-EMP-ID = EMP-ID
                       MOVE "Y" TO WS-HIST-LIVE
                   END-IF
           END-READ.

       MOVE-TO-HISTORY.
           *> The history copy is written first and the master
           *> record deleted only once it is safely there; a record
           *> already on the history from a move interrupted before
           *> its delete is simply brought up to date.
           MOVE EMP-RECORD TO WS-JRNL-BEFORE
           MOVE EMP-SALARY TO WS-OLD-SALARY
           MOVE EMP-DEPT   TO WS-OLD-DEPT
           MOVE EMP-NAME   TO WS-OLD-NAME

           MOVE SPACES TO INACTIVE-RECORD
           MOVE EMP-ID         TO IN-EMP-ID
           MOVE EMP-RECORD     TO IN-EMP-IMAGE
           MOVE WS-TODAY       TO IN-PURGE-DATE
           MOVE WS-OPERATOR-ID TO IN-PURGED-BY
           WRITE INACTIVE-RECORD
               INVALID KEY
                   REWRITE INACTIVE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write Employee ID "
                               EMP-ID " to INACTEMP.DAT - status "
                               WS-INACT-STATUS ". Left on the"
                               " master."
                           ADD 1 TO WS-ERROR-COUNT
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           DELETE EMP-FILE
               INVALID KEY
                   DISPLAY "Unable to delete Employee ID " EMP-ID
                       " from EMPLOYEE.DAT - status " WS-EMP-STATUS
                       ". It is on both files until operations"
                       " rectifies."
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-DELETE

           DISPLAY "Moved: " IN-EMP-ID " " WS-OLD-NAME
               " to the inactive history."
           ADD 1 TO WS-MOVED-COUNT
           ADD WS-OLD-SALARY TO WS-MOVED-SALARY
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM UPDATE-TRAILER-RECORD.

       WRITE-JOURNAL-RECORD.
           *> PRG carries the record in the before image and spaces
           *> in the after, the way a DEL does, so forward recovery
           *> takes it off a rebuilt master too.
           IF WS-JRNL-FILE-OK = "Y"
               MOVE SPACES TO JRNL-RECORD
               MOVE "PRG"          TO JR-ACTION
               MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
               MOVE IN-EMP-ID      TO JR-EMP-ID
               MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
               MOVE SPACES         TO JR-AFTER-IMAGE
               WRITE JRNL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "Warning: journal write failed - status "
                       WS-JRNL-STATUS "."
               END-IF
           END-IF.

       UPDATE-TRAILER-RECORD.
           *> Each move comes off the trailer as it lands, so a run
           *> that stops part way leaves the master still footing.
           MOVE WS-TRAILER-KEY TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "No trailer record on EMPLOYEE.DAT - the"
                       " move of " IN-EMP-ID " is not reflected in"
                       " the control totals."
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   *> The employee's company first, while the grand
                   *> totals still stand as they were.
                   MOVE SPACES TO COMPANY-REQUEST
                   MOVE "D" TO CO-ACTION
                   MOVE WS-OLD-DEPT TO CO-DEPT
                   CALL "CompanyLookup" USING COMPANY-REQUEST
                   MOVE "P" TO CO-ACTION
                   MOVE -1 TO CO-COUNT-DELTA
                   COMPUTE CO-SALARY-DELTA = 0 - WS-OLD-SALARY
                   CALL "CompanyTrailer" USING COMPANY-REQUEST
                       EMP-RECORD
                   SUBTRACT 1 FROM TR-RECORD-COUNT
                   SUBTRACT WS-OLD-SALARY FROM TR-TOTAL-SALARY
                   REWRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Trailer REWRITE failed - status "
                               WS-EMP-STATUS "."
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ.

       REPORT-RUN-TOTALS.
           MOVE WS-MOVED-SALARY TO WS-DISPLAY-TOTAL
           IF WS-MODE = "L"
               DISPLAY WS-MOVED-COUNT " employee(s) due to move,"
                   " salary total " WS-DISPLAY-TOTAL "; "
                   WS-HELD-COUNT " held for unarchived pay history."
                   " Nothing was moved."
           ELSE
               DISPLAY WS-MOVED-COUNT " employee(s) moved to "
                   FUNCTION TRIM(WS-INACT-FILE-NAME) ", salary total "
                   WS-DISPLAY-TOTAL " taken off the trailer; "
                   WS-HELD-COUNT " held for unarchived pay history."
           END-IF
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " error(s) - see above."
           END-IF.

       ACQUIRE-UPDATE-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       MOVE SPACES TO LOCK-RECORD
               END-READ
               CLOSE LOCK-FILE
               IF LOCK-OPERATOR-ID NOT = SPACES
                   DISPLAY "EMPLOYEE.DAT update session held by "
                       LOCK-OPERATOR-ID " since " LOCK-TIMESTAMP
                       ". Run the purge when the session ends."
               ELSE
                   PERFORM TAKE-UPDATE-LOCK
               END-IF
           ELSE
               PERFORM TAKE-UPDATE-LOCK
           END-IF.

       TAKE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "Unable to take the update lock - status "
                   WS-LOCK-STATUS "."
           ELSE
               MOVE SPACES TO LOCK-RECORD
               MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-HELD
           END-IF.

       RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE "N" TO WS-LOCK-HELD
           ELSE
               DISPLAY "Warning: unable to release the update lock -"
                   " status " WS-LOCK-STATUS "."
           END-IF.
