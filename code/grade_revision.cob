       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeRevision.

      *> Annual revision of the grade structure as one run, rather
      *> than GradeMaintenance changing ranges a code at a time with
      *> nobody knowing who lands outside them. The new ranges come
      *> either from one percentage applied to every grade's minimum
      *> and maximum, or from a table of new figures per grade on
      *> GRADREV.DAT. Every active graded employee is then listed
      *> against their grade's new range with a compa-ratio (salary
      *> over the range midpoint), flagged red-circle when paid over
      *> the new maximum and green-circle when under the new
      *> minimum. Report mode stops there. Commit mode, on or after
      *> the effective date, rewrites the ranges on GRADMAST.DAT,
      *> records each one on GRADHIST.DAT, and - if asked - queues a
      *> raise to the new minimum for every green-circled salaried
      *> employee on PENDCHG.DAT, where a second operator approves
      *> it in ChangeApproval and it is journaled like any other
      *> raise. A red-circled salary is never cut; it is reported.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CODE
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT REV-FILE ASSIGN DYNAMIC WS-REV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT GRADHIST-FILE ASSIGN DYNAMIC WS-GRADHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADHIST-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD GRADE-FILE.
           COPY "graderec.cpy".

       *> One grade per record: its new minimum and maximum. A
       *> grade not on the table keeps its range.
       FD REV-FILE.
       01 REV-RECORD.
           05 RV-CODE            PIC X(4).
           05 FILLER             PIC X(1).
           05 RV-NEW-MIN         PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 RV-NEW-MAX         PIC 9(7)V99.

       FD GRADHIST-FILE.
           COPY "gradhist.cpy".

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME      PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-GRADE-FILE-NAME    PIC X(40) VALUE "GRADMAST.DAT".
       01 WS-REV-FILE-NAME      PIC X(40) VALUE "GRADREV.DAT".
       01 WS-GRADHIST-FILE-NAME PIC X(40) VALUE "GRADHIST.DAT".
       01 WS-PERIOD-FILE-NAME   PIC X(40) VALUE "PERIODCTL.DAT".

       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-GRADE-STATUS    PIC X(2) VALUE SPACE.
       01 WS-REV-STATUS      PIC X(2) VALUE SPACE.
       01 WS-GRADHIST-STATUS PIC X(2) VALUE SPACE.
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PERIOD-CLOSED   PIC X VALUE "N".
       01 WS-EMP-EOF         PIC X VALUE "N".
       01 WS-GRADE-EOF       PIC X VALUE "N".
       01 WS-REV-EOF         PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-SALARY-CEILING  PIC 9(7)V99 VALUE 500000.00.

       *> The run card: the date the new ranges take effect, how
       *> they are given (P = one percentage, T = the GRADREV.DAT
       *> table), whether to Report only or Commit, and on a commit
       *> whether green-circled salaries are raised to the minimum.
       01 WS-EFFECTIVE-DATE  PIC 9(8) VALUE 0.
       01 WS-METHOD          PIC X VALUE SPACE.
       01 WS-REVISE-PCT      PIC 9(2)V99 VALUE 0.
       01 WS-MODE            PIC X VALUE SPACE.
       01 WS-RAISE-GREEN     PIC X VALUE "N".
       01 WS-RUN-DATE        PIC 9(8).
       01 WS-NOW             PIC X(21).

       *> Every grade on the master with its range now and as it
       *> will be. GT-REVISED is "Y" for a grade the revision moves.
       01 WS-GRADE-COUNT     PIC 9(3) VALUE 0.
       01 WS-GRADE-INDEX     PIC 9(3).
       01 WS-GRADE-FOUND     PIC 9(3).
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 200 TIMES.
               10 GT-CODE        PIC X(4).
               10 GT-OLD-MIN     PIC 9(7)V99.
               10 GT-OLD-MAX     PIC 9(7)V99.
               10 GT-NEW-MIN     PIC 9(7)V99.
               10 GT-NEW-MAX     PIC 9(7)V99.
               10 GT-REVISED     PIC X(1).
               10 GT-RED-COUNT   PIC 9(5).
               10 GT-GREEN-COUNT PIC 9(5).
       01 WS-TABLE-BAD       PIC X VALUE "N".

       01 WS-MIDPOINT        PIC 9(7)V99.
       01 WS-COMPA-RATIO     PIC 9(2)V999.
       01 WS-CIRCLE          PIC X(5).
       01 WS-EMP-LISTED      PIC 9(6) VALUE 0.
       01 WS-RED-COUNT       PIC 9(5) VALUE 0.
       01 WS-GREEN-COUNT     PIC 9(5) VALUE 0.
       01 WS-GREEN-COST      PIC 9(9)V99 VALUE 0.
       01 WS-RAISES-QUEUED   PIC 9(5) VALUE 0.
       01 WS-RAISES-SKIPPED  PIC 9(5) VALUE 0.
       01 WS-GRADES-WRITTEN  PIC 9(3) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(5) VALUE 0.

       01 WS-SALARY-ED       PIC Z(6)9.99.
       01 WS-MIN-ED          PIC Z(6)9.99.
       01 WS-MAX-ED          PIC Z(6)9.99.
       01 WS-OLD-MIN-ED      PIC Z(6)9.99.
       01 WS-OLD-MAX-ED      PIC Z(6)9.99.
       01 WS-COMPA-ED        PIC Z9.999.
       01 WS-COST-ED         PIC Z(8)9.99.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. A commit needs update authority; the
       *> operator is the maker of every raise it queues.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       *> Green-circle raises go to PENDCHG.DAT through
       *> PendingChangeWriter, exactly as a merit raise does.
           COPY "pendchg.cpy".

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
           MOVE "N" TO WS-TABLE-BAD
           MOVE "N" TO WS-RAISE-GREEN
           MOVE 0   TO WS-GRADE-COUNT
           MOVE 0   TO WS-EMP-LISTED
           MOVE 0   TO WS-RED-COUNT
           MOVE 0   TO WS-GREEN-COUNT
           MOVE 0   TO WS-GREEN-COST
           MOVE 0   TO WS-RAISES-QUEUED
           MOVE 0   TO WS-RAISES-SKIPPED
           MOVE 0   TO WS-GRADES-WRITTEN
           MOVE 0   TO WS-ERROR-COUNT
           MOVE 0   TO WS-RUN-RC

           PERFORM RESOLVE-FILE-NAMES
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-RUN-DATE

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "GradeRevision" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed - grade revision refused."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID

           PERFORM GET-RUN-CARD
           IF WS-RUN-RC = 0
               PERFORM LOAD-GRADE-TABLE
           END-IF
           IF WS-RUN-RC = 0
               PERFORM REPORT-CIRCLES
           END-IF
           IF WS-RUN-RC = 0 AND WS-MODE = "C"
               PERFORM COMMIT-THE-REVISION
           END-IF

           MOVE WS-EMP-LISTED    TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-GRADES-WRITTEN + WS-RAISES-QUEUED
           MOVE WS-RAISES-SKIPPED TO RL-RECORDS-SKIPPED
           EVALUATE TRUE
               WHEN WS-RUN-RC = 16
                   MOVE "FAIL" TO RL-FINAL-STATUS
               WHEN WS-RUN-RC = 12
                   MOVE "RFSD" TO RL-FINAL-STATUS
               WHEN WS-ERROR-COUNT > 0
                   MOVE "ERR" TO RL-FINAL-STATUS
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-MODE = "R"
                   MOVE "LIST" TO RL-FINAL-STATUS
               WHEN WS-RAISES-SKIPPED > 0
                   MOVE "REJ" TO RL-FINAL-STATUS
                   MOVE 4 TO WS-RUN-RC
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
           ACCEPT WS-GRADE-FILE-NAME FROM ENVIRONMENT "GRADMAST"
               ON EXCEPTION
                   MOVE "GRADMAST.DAT" TO WS-GRADE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-REV-FILE-NAME FROM ENVIRONMENT "GRADREV"
               ON EXCEPTION
                   MOVE "GRADREV.DAT" TO WS-REV-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GRADHIST-FILE-NAME FROM ENVIRONMENT "GRADHIST"
               ON EXCEPTION
                   MOVE "GRADHIST.DAT" TO WS-GRADHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
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
           END-IF.

       GET-RUN-CARD.
           DISPLAY "Effective date of the new ranges (YYYYMMDD):"
           ACCEPT WS-EFFECTIVE-DATE
           DISPLAY "New ranges by Percentage or from the GRADREV"
               " Table (P/T)?"
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
           IF WS-METHOD = "P"
               DISPLAY "Percentage to move every range by (99.99):"
               ACCEPT WS-REVISE-PCT
           END-IF
           DISPLAY "Report only, or Commit the revision (R/C)?"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE = "C"
               DISPLAY "Raise green-circled salaries to the new"
                   " minimum (Y/N)?"
               ACCEPT WS-RAISE-GREEN
               MOVE FUNCTION UPPER-CASE(WS-RAISE-GREEN)
                   TO WS-RAISE-GREEN
           END-IF

           IF WS-EFFECTIVE-DATE = 0
                   OR (WS-METHOD NOT = "P" AND WS-METHOD NOT = "T")
                   OR (WS-MODE NOT = "R" AND WS-MODE NOT = "C")
               DISPLAY "Please give an effective date, P or T, and"
                   " R or C."
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           *> A future-dated revision can be looked at any time but
           *> only committed once it is in force - the same hold a
           *> future-dated raise gets.
           IF WS-MODE = "C" AND WS-EFFECTIVE-DATE > WS-RUN-DATE
               DISPLAY "The revision is not effective until "
                   WS-EFFECTIVE-DATE " - commit refused. Run it in"
                   " report mode, or commit on or after that date."
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "C" AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - a commit rewrites GRADMAST.DAT."
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           *> The raises land on the current period's salaries, so
           *> they are refused in a period the close already sealed.
           IF WS-RAISE-GREEN = "Y"
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PERIOD-CLOSED = "Y"
                   DISPLAY "Period " WS-RUN-DATE(1:6) " is closed -"
                       " green-circle raises cannot be queued."
                   MOVE 12 TO WS-RUN-RC
               END-IF
           END-IF.

       CHECK-PERIOD-OPEN.
           *> No control file, or no record for the period, means
           *> the period is open.
           MOVE "N" TO WS-PERIOD-CLOSED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE WS-RUN-DATE(1:6) TO PC-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-STATUS = "C"
                           MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "Unable to open GRADMAST.DAT - status "
                   WS-GRADE-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-GRADE-EOF
           PERFORM UNTIL WS-GRADE-EOF = "Y"
               READ GRADE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-GRADE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-GRADE
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE

           IF WS-METHOD = "T"
               PERFORM LOAD-REVISION-TABLE
           END-IF

           *> Show the structure as it will stand before anyone is
           *> measured against it.
           DISPLAY "Grade Structure Revision effective "
               WS-EFFECTIVE-DATE
           DISPLAY "GRADE OLD MIN     OLD MAX     NEW MIN     NEW MAX"
           DISPLAY "----- ----------  ----------  ----------  ---------"
               "-"
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-COUNT
               IF GT-REVISED(WS-GRADE-INDEX) = "Y"
                   PERFORM SHOW-ONE-RANGE
               END-IF
           END-PERFORM

           IF WS-TABLE-BAD = "Y"
               DISPLAY "The revision table has errors (see above) -"
                   " nothing will be committed."
               IF WS-MODE = "C"
                   MOVE 12 TO WS-RUN-RC
               END-IF
           END-IF.

       LOAD-ONE-GRADE.
           IF WS-GRADE-COUNT >= 200
               DISPLAY "More than 200 grades - grade " GRD-CODE
                   " and after are not revised."
               MOVE "Y" TO WS-GRADE-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRADE-COUNT
           MOVE GRD-CODE       TO GT-CODE(WS-GRADE-COUNT)
           MOVE GRD-MIN-SALARY TO GT-OLD-MIN(WS-GRADE-COUNT)
           MOVE GRD-MAX-SALARY TO GT-OLD-MAX(WS-GRADE-COUNT)
           MOVE GRD-MIN-SALARY TO GT-NEW-MIN(WS-GRADE-COUNT)
           MOVE GRD-MAX-SALARY TO GT-NEW-MAX(WS-GRADE-COUNT)
           MOVE 0 TO GT-RED-COUNT(WS-GRADE-COUNT)
           MOVE 0 TO GT-GREEN-COUNT(WS-GRADE-COUNT)
           MOVE "N" TO GT-REVISED(WS-GRADE-COUNT)
           IF WS-METHOD = "P"
               COMPUTE GT-NEW-MIN(WS-GRADE-COUNT) ROUNDED =
                   GRD-MIN-SALARY * (1 + WS-REVISE-PCT / 100)
               COMPUTE GT-NEW-MAX(WS-GRADE-COUNT) ROUNDED =
                   GRD-MAX-SALARY * (1 + WS-REVISE-PCT / 100)
               MOVE "Y" TO GT-REVISED(WS-GRADE-COUNT)
           END-IF.

       LOAD-REVISION-TABLE.
           OPEN INPUT REV-FILE
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "Unable to open GRADREV.DAT - status "
                   WS-REV-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REV-EOF
           PERFORM UNTIL WS-REV-EOF = "Y"
               READ REV-FILE
                   AT END
                       MOVE "Y" TO WS-REV-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-REVISION
               END-READ
           END-PERFORM
           CLOSE REV-FILE.

       TAKE-ONE-REVISION.
           *> A table line for a grade not on the master, or a range
           *> upside down, spoils the whole table: a revision is
           *> committed complete or not at all.
           MOVE FUNCTION UPPER-CASE(RV-CODE) TO RV-CODE
           PERFORM FIND-GRADE-ENTRY
           EVALUATE TRUE
               WHEN WS-GRADE-FOUND = 0
                   DISPLAY "GRADREV.DAT: grade " RV-CODE
                       " is not on GRADMAST.DAT."
                   MOVE "Y" TO WS-TABLE-BAD
               WHEN RV-NEW-MIN IS NOT NUMERIC
                       OR RV-NEW-MAX IS NOT NUMERIC
                       OR RV-NEW-MAX NOT > RV-NEW-MIN
                   DISPLAY "GRADREV.DAT: grade " RV-CODE
                       " - the new maximum must be above the new"
                       " minimum."
                   MOVE "Y" TO WS-TABLE-BAD
               WHEN OTHER
                   MOVE RV-NEW-MIN TO GT-NEW-MIN(WS-GRADE-FOUND)
                   MOVE RV-NEW-MAX TO GT-NEW-MAX(WS-GRADE-FOUND)
                   MOVE "Y" TO GT-REVISED(WS-GRADE-FOUND)
           END-EVALUATE.

       FIND-GRADE-ENTRY.
           *> WS-GRADE-FOUND comes back as RV-CODE's entry, or zero.
           MOVE 0 TO WS-GRADE-FOUND
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-COUNT
                       OR WS-GRADE-FOUND NOT = 0
               IF GT-CODE(WS-GRADE-INDEX) = RV-CODE
                   MOVE WS-GRADE-INDEX TO WS-GRADE-FOUND
               END-IF
           END-PERFORM.

       SHOW-ONE-RANGE.
           MOVE GT-OLD-MIN(WS-GRADE-INDEX) TO WS-OLD-MIN-ED
           MOVE GT-OLD-MAX(WS-GRADE-INDEX) TO WS-OLD-MAX-ED
           MOVE GT-NEW-MIN(WS-GRADE-INDEX) TO WS-MIN-ED
           MOVE GT-NEW-MAX(WS-GRADE-INDEX) TO WS-MAX-ED
           DISPLAY GT-CODE(WS-GRADE-INDEX) "  " WS-OLD-MIN-ED "  "
               WS-OLD-MAX-ED "  " WS-MIN-ED "  " WS-MAX-ED.

       REPORT-CIRCLES.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Employees against the new ranges"
           DISPLAY "EMP-ID NAME                           GRADE "
               "SALARY     NEW MIN    NEW MAX    COMPA  CIRCLE"
           DISPLAY "------ ------------------------------ ----- "
               "---------- ---------- ---------- ------ ------"

           MOVE "N" TO WS-EMP-EOF
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS NOT = "T"
                               AND EMP-GRADE NOT = SPACES
                           PERFORM MEASURE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE

           MOVE WS-GREEN-COST TO WS-COST-ED
           DISPLAY " "
           DISPLAY WS-EMP-LISTED " employee(s) in revised grades: "
               WS-RED-COUNT " red-circle (over the new maximum), "
               WS-GREEN-COUNT " green-circle (under the new"
               " minimum)."
           DISPLAY "Annual cost of raising every green circle to the"
               " new minimum: " WS-COST-ED
           DISPLAY " "
           DISPLAY "GRADE RED   GREEN"
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-COUNT
               IF GT-REVISED(WS-GRADE-INDEX) = "Y"
                   DISPLAY GT-CODE(WS-GRADE-INDEX) "  "
                       GT-RED-COUNT(WS-GRADE-INDEX) " "
                       GT-GREEN-COUNT(WS-GRADE-INDEX)
               END-IF
           END-PERFORM.

       MEASURE-ONE-EMPLOYEE.
           MOVE EMP-GRADE TO RV-CODE
           PERFORM FIND-GRADE-ENTRY
           IF WS-GRADE-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF GT-REVISED(WS-GRADE-FOUND) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-LISTED
           COMPUTE WS-MIDPOINT ROUNDED =
               (GT-NEW-MIN(WS-GRADE-FOUND)
                   + GT-NEW-MAX(WS-GRADE-FOUND)) / 2
           IF WS-MIDPOINT > 0
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   EMP-SALARY / WS-MIDPOINT
                   ON SIZE ERROR
                       MOVE 99.999 TO WS-COMPA-RATIO
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-COMPA-RATIO
           END-IF

           MOVE SPACES TO WS-CIRCLE
           IF EMP-SALARY > GT-NEW-MAX(WS-GRADE-FOUND)
               MOVE "RED" TO WS-CIRCLE
               ADD 1 TO WS-RED-COUNT
               ADD 1 TO GT-RED-COUNT(WS-GRADE-FOUND)
           END-IF
           IF EMP-SALARY < GT-NEW-MIN(WS-GRADE-FOUND)
               MOVE "GREEN" TO WS-CIRCLE
               ADD 1 TO WS-GREEN-COUNT
               ADD 1 TO GT-GREEN-COUNT(WS-GRADE-FOUND)
               COMPUTE WS-GREEN-COST = WS-GREEN-COST
                   + GT-NEW-MIN(WS-GRADE-FOUND) - EMP-SALARY
           END-IF

           MOVE EMP-SALARY TO WS-SALARY-ED
           MOVE GT-NEW-MIN(WS-GRADE-FOUND) TO WS-MIN-ED
           MOVE GT-NEW-MAX(WS-GRADE-FOUND) TO WS-MAX-ED
           MOVE WS-COMPA-RATIO TO WS-COMPA-ED
           DISPLAY EMP-ID " " EMP-NAME " " EMP-GRADE "  "
               WS-SALARY-ED " " WS-MIN-ED " " WS-MAX-ED " "
               WS-COMPA-ED " " WS-CIRCLE.

       COMMIT-THE-REVISION.
           OPEN I-O GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "Unable to open GRADMAST.DAT for update -"
                   " status " WS-GRADE-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GRADHIST-FILE
           IF WS-GRADHIST-STATUS NOT = "00"
               OPEN OUTPUT GRADHIST-FILE
           END-IF
           IF WS-GRADHIST-STATUS NOT = "00"
               DISPLAY "Unable to open GRADHIST.DAT - status "
                   WS-GRADHIST-STATUS ". Revision not committed."
               CLOSE GRADE-FILE
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-COUNT
               IF GT-REVISED(WS-GRADE-INDEX) = "Y"
                   PERFORM COMMIT-ONE-GRADE
               END-IF
           END-PERFORM
           CLOSE GRADHIST-FILE
           CLOSE GRADE-FILE
           DISPLAY " "
           DISPLAY WS-GRADES-WRITTEN " grade range(s) revised on"
               " GRADMAST.DAT, effective " WS-EFFECTIVE-DATE "."

           IF WS-RAISE-GREEN = "Y" AND WS-GREEN-COUNT > 0
               PERFORM QUEUE-GREEN-CIRCLE-RAISES
           END-IF.

       COMMIT-ONE-GRADE.
           MOVE GT-CODE(WS-GRADE-INDEX) TO GRD-CODE
           READ GRADE-FILE
               INVALID KEY
                   DISPLAY "Grade " GRD-CODE " is no longer on"
                       " GRADMAST.DAT - not revised."
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE GT-NEW-MIN(WS-GRADE-INDEX) TO GRD-MIN-SALARY
           MOVE GT-NEW-MAX(WS-GRADE-INDEX) TO GRD-MAX-SALARY
           REWRITE GRD-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite grade " GRD-CODE
                       " - status " WS-GRADE-STATUS "."
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-GRADES-WRITTEN

           MOVE SPACES TO GRADHIST-RECORD
           MOVE GT-CODE(WS-GRADE-INDEX)    TO GH-CODE
           MOVE WS-EFFECTIVE-DATE          TO GH-EFFECTIVE-DATE
           MOVE GT-OLD-MIN(WS-GRADE-INDEX) TO GH-OLD-MIN
           MOVE GT-OLD-MAX(WS-GRADE-INDEX) TO GH-OLD-MAX
           MOVE GT-NEW-MIN(WS-GRADE-INDEX) TO GH-NEW-MIN
           MOVE GT-NEW-MAX(WS-GRADE-INDEX) TO GH-NEW-MAX
           MOVE WS-OPERATOR-ID             TO GH-OPERATOR-ID
           MOVE WS-NOW                     TO GH-TIMESTAMP
           WRITE GRADHIST-RECORD
           IF WS-GRADHIST-STATUS NOT = "00"
               DISPLAY "Warning: GRADHIST.DAT write failed for grade "
                   GH-CODE " - status " WS-GRADHIST-STATUS "."
           END-IF.

       QUEUE-GREEN-CIRCLE-RAISES.
           *> A second pass, by now against the committed ranges.
           *> Each raise waits for a checker like any merit raise;
           *> hourly employees are priced off their rate, not the
           *> nominal annual figure, and are left for a rate change.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS ". No green-circle raises queued."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Green-circle raises queued for approval"
           DISPLAY "EMP-ID NAME                           "
               "OLD SALARY NEW SALARY CHANGE-NO"
           MOVE "N" TO WS-EMP-EOF
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS NOT = "T"
                               AND EMP-GRADE NOT = SPACES
                           PERFORM QUEUE-ONE-GREEN-RAISE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE
           DISPLAY WS-RAISES-QUEUED " raise(s) queued, "
               WS-RAISES-SKIPPED " green circle(s) not raised.".

       QUEUE-ONE-GREEN-RAISE.
           MOVE EMP-GRADE TO RV-CODE
           PERFORM FIND-GRADE-ENTRY
           IF WS-GRADE-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF GT-REVISED(WS-GRADE-FOUND) NOT = "Y"
                   OR EMP-SALARY NOT < GT-NEW-MIN(WS-GRADE-FOUND)
               EXIT PARAGRAPH
           END-IF

           IF EMP-PAY-TYPE = "H"
               DISPLAY "Not raising Employee ID " EMP-ID
                   " - hourly; review the rate against grade "
                   EMP-GRADE "."
               ADD 1 TO WS-RAISES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF GT-NEW-MIN(WS-GRADE-FOUND) > WS-SALARY-CEILING
               DISPLAY "Not raising Employee ID " EMP-ID
                   " - the new minimum is over the salary ceiling."
               ADD 1 TO WS-RAISES-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PENDCHG-RECORD
           MOVE "RAI"           TO PD-TYPE
           MOVE EMP-ID          TO PD-EMP-ID
           MOVE WS-OPERATOR-ID  TO PD-MAKER-ID
           MOVE "S"             TO PD-B-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO PD-B-HOURLY-RATE
           MOVE EMP-SALARY      TO PD-B-SALARY
           MOVE "S"             TO PD-A-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO PD-A-HOURLY-RATE
           MOVE GT-NEW-MIN(WS-GRADE-FOUND) TO PD-A-SALARY
           CALL "PendingChangeWriter" USING PENDCHG-RECORD

           IF PD-CHANGE-NO = 0
               DISPLAY "Not raising Employee ID " EMP-ID
                   " - the raise could not be queued."
               ADD 1 TO WS-RAISES-SKIPPED
           ELSE
               ADD 1 TO WS-RAISES-QUEUED
               MOVE EMP-SALARY TO WS-SALARY-ED
               MOVE PD-A-SALARY TO WS-MIN-ED
               DISPLAY EMP-ID " " EMP-NAME " " WS-SALARY-ED " "
                   WS-MIN-ED " " PD-CHANGE-NO
           END-IF.
