               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT POS-FILE ASSIGN DYNAMIC WS-POS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

           *> Inactive-employee history written by EmployeePurge: a
           *> rehire of someone no longer on the master brings their
           *> record back from here.
           SELECT INACT-FILE ASSIGN DYNAMIC WS-INACT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMP-ID
               FILE STATUS IS WS-INACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           05 FILLER           PIC X(1).
           05 RV-NOTE          PIC X(60).

       FD POS-FILE.
           COPY "posrec.cpy".

       FD INACT-FILE.
           COPY "inactrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME    PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-DEPT-FILE-NAME   PIC X(40) VALUE "DEPTMAST.DAT".
       01 WS-TRANS-FILE-NAME  PIC X(40) VALUE "NEWHIRES.DAT".
       01 WS-AUDIT-FILE-NAME  PIC X(40) VALUE "AUDITLOG.DAT".
       01 WS-CKPT-FILE-NAME   PIC X(40) VALUE "EMPCKPT.DAT".
       01 WS-POS-FILE-NAME    PIC X(40) VALUE "POSMAST.DAT".
       01 WS-INACT-FILE-NAME  PIC X(40) VALUE "INACTEMP.DAT".
       01 WS-INACT-STATUS     PIC X(2) VALUE SPACE.

       01 WS-EMP-ID      PIC 9(5).
       01 WS-EMP-NAME    PIC X(30).
       01 WS-XFER-STATUS     PIC X(2) VALUE SPACE.
       01 WS-XFER-DATE       PIC 9(8) VALUE 0.
       01 WS-OLD-DEPT        PIC X(10) VALUE SPACE.
       01 WS-OLD-GRADE       PIC X(4) VALUE SPACE.
       01 WS-OLD-STATUS      PIC X(1) VALUE SPACE.

       *> Position control: authorized headcount per department and
       *> grade off POSMAST.DAT, with the active headcount filling
       *> each one counted from the master at session start. A
       *> department shows up in WS-PDEPT-TABLE only when it has
       *> positions on file - anything else is not under control.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACE.
       01 WS-POS-CONTROL-OK  PIC X VALUE "N".
       01 WS-POS-EOF         PIC X VALUE "N".
       01 WS-POS-ROOM        PIC X VALUE "Y".
       01 WS-POS-AUTH        PIC 9(6) VALUE 0.
       01 WS-POS-FILLED      PIC S9(6) VALUE 0.
       01 WS-POS-ADJ-DEPT    PIC X(10) VALUE SPACE.
       01 WS-POS-ADJ-GRADE   PIC X(4) VALUE SPACE.
       01 WS-POS-ADJ-BY      PIC S9(1) VALUE 0.
       01 WS-POS-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-POS-INDEX       PIC 9(3) VALUE 0.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 500 TIMES.
               10 WS-PT-DEPT     PIC X(10).
               10 WS-PT-GRADE    PIC X(4).
               10 WS-PT-AUTH     PIC 9(4).
               10 WS-PT-FILLED   PIC S9(5).
       01 WS-PDEPT-ENTRIES   PIC 9(3) VALUE 0.
       01 WS-PDEPT-INDEX     PIC 9(3) VALUE 0.
       01 WS-PDEPT-TABLE.
           05 WS-PDEPT-ENTRY OCCURS 200 TIMES.
               10 WS-PD-DEPT     PIC X(10).
               10 WS-PD-AUTH     PIC 9(6).
               10 WS-PD-FILLED   PIC S9(6).

       *> Before/after journal staging. The before image is captured
       *> right after the READ that fetched the record, before any
       01 WS-OLD-SALARY            PIC 9(7)V99 VALUE 0.
       01 WS-SALARY-DELTA          PIC S9(7)V99 VALUE 0.

       *> Company totals on the trailer move as each add or delete
       *> lands, not with the session deltas above: a restarted load
       *> skips what was already applied, so the company figures
       *> must already hold it. An employee never changes company
       *> here - a move between employers is a termination in one
       *> and a hire in the other.
       01 WS-POST-DEPT             PIC X(10) VALUE SPACE.
       01 WS-POST-COUNT            PIC S9(5) VALUE 0.
       01 WS-POST-SALARY           PIC S9(9)V99 VALUE 0.
       01 WS-OLD-COMPANY           PIC X(4) VALUE SPACE.
       01 WS-SAME-COMPANY          PIC X VALUE "Y".
           COPY "companyreq.cpy".

       *> A pay correction - salary, hourly rate, or pay type - is
       *> not rewritten from here: it goes to PENDCHG.DAT and waits
       *> for a second operator to approve it in ChangeApproval. The
       *> rest of the correction applies as keyed.
       01 WS-OLD-PAY-TYPE          PIC X(1) VALUE SPACE.
       01 WS-OLD-HOURLY-RATE       PIC 9(4)V99 VALUE 0.
       01 WS-PAY-CHANGED           PIC X VALUE "N".
           COPY "pendchg.cpy".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

                   PERFORM OPEN-DEPT-FILE

                   PERFORM OPEN-GRADE-FILE

                   PERFORM LOAD-POSITION-CONTROL
               END-IF
           END-IF

           ACCEPT WS-LOCK-FILE-NAME FROM ENVIRONMENT "EMPLOCK"
               ON EXCEPTION
                   MOVE "EMPLOCK.DAT" TO WS-LOCK-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POS-FILE-NAME FROM ENVIRONMENT "POSMAST"
               ON EXCEPTION
                   MOVE "POSMAST.DAT" TO WS-POS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-INACT-FILE-NAME FROM ENVIRONMENT "INACTEMP"
               ON EXCEPTION
                   MOVE "INACTEMP.DAT" TO WS-INACT-FILE-NAME
           END-ACCEPT.

       RESET-SESSION-STATE.
           MOVE SPACE TO WS-EMP-GRADE
           MOVE 0     TO WS-XFER-DATE
           MOVE SPACE TO WS-OLD-DEPT
           MOVE SPACE TO WS-OLD-GRADE
           MOVE SPACE TO WS-OLD-STATUS
           MOVE "N"   TO WS-POS-CONTROL-OK
           MOVE "Y"   TO WS-POS-ROOM
           MOVE 0     TO WS-POS-ENTRIES
           MOVE 0     TO WS-PDEPT-ENTRIES
           MOVE "S"   TO WS-EMP-PAY-TYPE
           MOVE 0     TO WS-EMP-HOURLY-RATE
           MOVE "N"   TO WS-REVIEW-FILE-OK
               END-IF
           END-PERFORM.

       LOAD-POSITION-CONTROL.
           *> Authorized counts come off POSMAST.DAT and the filled
           *> counts off one walk of the master, both held in storage
           *> for the session: the update lock makes this the only
           *> session writing EMPLOYEE.DAT, so the counts stay true as
           *> long as every add, move, termination, and rehire here
           *> keeps them in step. Like the grade master, a missing
           *> file doesn't stop the session - but no headcount is
           *> enforced, so say so loudly up front.
           MOVE 0 TO WS-POS-ENTRIES
           MOVE 0 TO WS-PDEPT-ENTRIES
           MOVE "N" TO WS-POS-CONTROL-OK
           OPEN INPUT POS-FILE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Warning: unable to open POSMAST.DAT - status "
                   WS-POS-STATUS ". Authorized headcount will not be"
                   " enforced this session."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-POS-CONTROL-OK
           MOVE "N" TO WS-POS-EOF
           PERFORM UNTIL WS-POS-EOF = "Y"
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-EOF
                   NOT AT END
                       PERFORM TABLE-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POS-FILE

           MOVE 0 TO EMP-ID
           MOVE "N" TO WS-POS-EOF
           START EMP-FILE KEY >= EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-POS-EOF
           END-START
           PERFORM UNTIL WS-POS-EOF = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-POS-EOF
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                               AND EMP-STATUS NOT = "T"
                           MOVE EMP-DEPT  TO WS-POS-ADJ-DEPT
                           MOVE EMP-GRADE TO WS-POS-ADJ-GRADE
                           MOVE 1 TO WS-POS-ADJ-BY
                           PERFORM ADJUST-POSITION-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       TABLE-ONE-POSITION.
           IF WS-POS-ENTRIES >= 500
               DISPLAY "Warning: position table full - department "
                   POS-DEPT " grade " POS-GRADE " not controlled."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-ENTRIES
           MOVE POS-DEPT       TO WS-PT-DEPT(WS-POS-ENTRIES)
           MOVE POS-GRADE      TO WS-PT-GRADE(WS-POS-ENTRIES)
           MOVE POS-AUTHORIZED TO WS-PT-AUTH(WS-POS-ENTRIES)
           MOVE 0              TO WS-PT-FILLED(WS-POS-ENTRIES)

           MOVE POS-DEPT TO WS-POS-ADJ-DEPT
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               IF WS-PDEPT-ENTRIES >= 200
                   DISPLAY "Warning: position department table full"
                       " - department " POS-DEPT " not controlled."
                   SUBTRACT 1 FROM WS-POS-ENTRIES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PDEPT-ENTRIES
               MOVE WS-PDEPT-ENTRIES TO WS-PDEPT-INDEX
               MOVE POS-DEPT TO WS-PD-DEPT(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-AUTH(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF
           ADD POS-AUTHORIZED TO WS-PD-AUTH(WS-PDEPT-INDEX).

       FIND-POSITION-DEPT.
           *> WS-PDEPT-INDEX comes back zero when WS-POS-ADJ-DEPT has
           *> no positions on file.
           MOVE 0 TO WS-PDEPT-INDEX
           PERFORM VARYING WS-PDEPT-INDEX FROM 1 BY 1
                   UNTIL WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               IF WS-PD-DEPT(WS-PDEPT-INDEX) = WS-POS-ADJ-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               MOVE 0 TO WS-PDEPT-INDEX
           END-IF.

       FIND-POSITION-ENTRY.
           *> WS-POS-INDEX comes back zero when WS-POS-ADJ-DEPT and
           *> WS-POS-ADJ-GRADE have no position of their own.
           MOVE 0 TO WS-POS-INDEX
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-DEPT(WS-POS-INDEX) = WS-POS-ADJ-DEPT
                       AND WS-PT-GRADE(WS-POS-INDEX)
                           = WS-POS-ADJ-GRADE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS-INDEX > WS-POS-ENTRIES
               MOVE 0 TO WS-POS-INDEX
           END-IF.

       ADJUST-POSITION-COUNT.
           *> Moves the filled count for WS-POS-ADJ-DEPT and
           *> WS-POS-ADJ-GRADE by WS-POS-ADJ-BY, at both the
           *> department level (every active employee, graded or
           *> not) and the position itself.
           IF WS-POS-CONTROL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX > 0
               ADD WS-POS-ADJ-BY TO WS-PD-FILLED(WS-PDEPT-INDEX)
               IF WS-POS-ADJ-GRADE NOT = SPACES
                   PERFORM FIND-POSITION-ENTRY
                   IF WS-POS-INDEX > 0
                       ADD WS-POS-ADJ-BY
                           TO WS-PT-FILLED(WS-POS-INDEX)
                   END-IF
               END-IF
           END-IF.

       COUNT-POSITION-IN.
           MOVE WS-EMP-DEPT  TO WS-POS-ADJ-DEPT
           MOVE WS-EMP-GRADE TO WS-POS-ADJ-GRADE
           MOVE 1 TO WS-POS-ADJ-BY
           PERFORM ADJUST-POSITION-COUNT.

       COUNT-POSITION-OUT.
           MOVE WS-OLD-DEPT  TO WS-POS-ADJ-DEPT
           MOVE WS-OLD-GRADE TO WS-POS-ADJ-GRADE
           MOVE -1 TO WS-POS-ADJ-BY
           PERFORM ADJUST-POSITION-COUNT.

       CHECK-POSITION-ROOM.
           *> WS-POS-ROOM comes back "Y" when one more employee in
           *> WS-EMP-DEPT at WS-EMP-GRADE still fits the authorized
           *> headcount - or when no check applies (no position
           *> master, or a department not under position control).
           *> A graded employee is held to the grade's own positions
           *> (none on file means none authorized); an ungraded one
           *> can't be matched to a grade, so is held to the
           *> department's total across all its grades.
           MOVE "Y" TO WS-POS-ROOM
           IF WS-POS-CONTROL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-DEPT  TO WS-POS-ADJ-DEPT
           MOVE WS-EMP-GRADE TO WS-POS-ADJ-GRADE
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EMP-GRADE = SPACES
               MOVE WS-PD-AUTH(WS-PDEPT-INDEX)   TO WS-POS-AUTH
               MOVE WS-PD-FILLED(WS-PDEPT-INDEX) TO WS-POS-FILLED
           ELSE
               PERFORM FIND-POSITION-ENTRY
               IF WS-POS-INDEX = 0
                   MOVE 0 TO WS-POS-AUTH
                   MOVE 0 TO WS-POS-FILLED
               ELSE
                   MOVE WS-PT-AUTH(WS-POS-INDEX)   TO WS-POS-AUTH
                   MOVE WS-PT-FILLED(WS-POS-INDEX) TO WS-POS-FILLED
               END-IF
           END-IF

           IF WS-POS-FILLED >= WS-POS-AUTH
               MOVE "N" TO WS-POS-ROOM
               IF WS-EMP-GRADE = SPACES
                   DISPLAY "Department " WS-EMP-DEPT " (all grades)"
                       " has " WS-POS-FILLED " active against "
                       WS-POS-AUTH " authorized."
               ELSE
                   DISPLAY "Department " WS-EMP-DEPT " grade "
                       WS-EMP-GRADE " has " WS-POS-FILLED
                       " active against " WS-POS-AUTH " authorized."
               END-IF
           END-IF.

       CONFIRM-POSITION-ROOM.
           *> Interactive side of the headcount check: past the
           *> authorized count the operator either records an
           *> override - a replacement hired ahead of a leaver's last
           *> day, say - or the hire or move is refused.
           PERFORM CHECK-POSITION-ROOM
           IF WS-POS-ROOM NOT = "Y"
               DISPLAY "Proceed past the authorized headcount"
                   " (override)? (Y/N)"
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   DISPLAY "Over-complement accepted on operator"
                       " override."
                   MOVE "Y" TO WS-POS-ROOM
               END-IF
           END-IF.

       SIGN-ON.
           *> Operators live on OPERMAST.DAT (see OperMaintenance),
           *> behind the shared SignOnModule dialogue. When MainMenu
                           PERFORM WRITE-REJECT-RECORD
                           ADD 1 TO WS-TRANS-SKIPPED
                       ELSE
                           PERFORM CHECK-POSITION-ROOM
                           IF WS-POS-ROOM NOT = "Y"
                               DISPLAY "Skipping Employee ID "
                                   WS-EMP-ID " - no authorized"
                                   " position vacant."
                               MOVE "POS" TO WS-REJECT-REASON
                               PERFORM WRITE-REJECT-RECORD
                               ADD 1 TO WS-TRANS-SKIPPED
                           ELSE
                               IF WS-NAME-MATCH = "Y"
                                   PERFORM WRITE-REVIEW-RECORD
                               END-IF
                               PERFORM WRITE-NEW-EMPLOYEE
                               ADD 1 TO WS-TRANS-LOADED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           *> file, SAL = salary out of range, DEPT = department not
           *> on the master, NAME = same name already active in the
           *> same department, ID = no free number could be
           *> assigned to a blank-ID transaction, POS = the
           *> department is at its authorized headcount.
           IF WS-REJECT-FILE-OK = "Y"
               MOVE SPACES TO REJECT-RECORD
               MOVE TRANS-RECORD TO REJ-TRANS

               PERFORM GET-VALID-GRADE

               PERFORM CONFIRM-POSITION-ROOM
               IF WS-POS-ROOM NOT = "Y"
                   DISPLAY "Add cancelled - no authorized position"
                       " vacant."
                   EXIT PARAGRAPH
               END-IF

               PERFORM GET-PAY-TYPE

               IF WS-EMP-PAY-TYPE = "H"
               ADD 1 TO WS-TRAILER-COUNT-DELTA
               ADD WS-EMP-SALARY TO WS-TRAILER-SALARY-DELTA
               MOVE "Y" TO WS-TRAILER-DIRTY
               PERFORM COUNT-POSITION-IN
               MOVE WS-EMP-DEPT   TO WS-POST-DEPT
               MOVE 1             TO WS-POST-COUNT
               MOVE WS-EMP-SALARY TO WS-POST-SALARY
               PERFORM POST-COMPANY-TOTALS
               IF FUNCTION MOD(WS-SESSION-COUNT WS-CKPT-INTERVAL) = 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
                       WS-EMP-STATUS "."
               END-IF
           ELSE
               MOVE SPACES TO EMP-RECORD
               MOVE WS-TRAILER-KEY TO TR-ID
               MOVE WS-TRAILER-COUNT-DELTA TO TR-RECORD-COUNT
               MOVE WS-TRAILER-SALARY-DELTA TO TR-TOTAL-SALARY
               WRITE EMP-RECORD
               END-IF
           END-IF.

       POST-COMPANY-TOTALS.
           *> Posts WS-POST-COUNT and WS-POST-SALARY to the company
           *> WS-POST-DEPT belongs to, straight onto the trailer. The
           *> grand totals are left to the session flush; a trailer
           *> not yet on file is started at zero for the flush to
           *> add to.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE WS-POST-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST

           MOVE WS-TRAILER-KEY TO EMP-ID
           MOVE "N" TO WS-TRAILER-FOUND
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRAILER-FOUND
           END-READ
           IF WS-TRAILER-FOUND NOT = "Y"
               MOVE SPACES TO EMP-RECORD
               MOVE WS-TRAILER-KEY TO TR-ID
               MOVE 0 TO TR-RECORD-COUNT
               MOVE 0 TO TR-TOTAL-SALARY
           END-IF

           MOVE "P" TO CO-ACTION
           MOVE WS-POST-COUNT  TO CO-COUNT-DELTA
           MOVE WS-POST-SALARY TO CO-SALARY-DELTA
           CALL "CompanyTrailer" USING COMPANY-REQUEST EMP-RECORD

           IF WS-TRAILER-FOUND = "Y"
               REWRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update company totals on"
                           " the trailer record."
               END-REWRITE
           ELSE
               WRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write trailer record."
               END-WRITE
           END-IF
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Trailer company update failed - status "
                   WS-EMP-STATUS "."
           END-IF.

       CHECK-SAME-COMPANY.
           *> WS-OLD-DEPT and WS-EMP-DEPT must belong to the same
           *> company; pay, GL and the trailer totals all follow it.
           MOVE "Y" TO WS-SAME-COMPANY
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE WS-OLD-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-OLD-COMPANY
           MOVE "D" TO CO-ACTION
           MOVE WS-EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY NOT = WS-OLD-COMPANY
               MOVE "N" TO WS-SAME-COMPANY
               DISPLAY "Department " WS-EMP-DEPT " belongs to company "
                   CO-COMPANY ", not " WS-OLD-COMPANY ". A move"
                   " between companies is a termination here and a"
                   " new hire there."
           END-IF.

       SHOW-PRIOR-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = "00"
                       DISPLAY "Current Salary:     " EMP-SALARY
                       DISPLAY "Current Hire Date:  " EMP-HIRE-DATE
                       MOVE EMP-SALARY TO WS-OLD-SALARY
                       MOVE EMP-PAY-TYPE TO WS-OLD-PAY-TYPE
                       IF WS-OLD-PAY-TYPE = SPACE
                           MOVE "S" TO WS-OLD-PAY-TYPE
                       END-IF
                       MOVE EMP-HOURLY-RATE TO WS-OLD-HOURLY-RATE
                       DISPLAY "Enter corrected Employee Name:"
                       ACCEPT WS-EMP-NAME
                       PERFORM GET-VALID-DEPT
                       MOVE EMP-DEPT TO WS-OLD-DEPT
                       PERFORM CHECK-SAME-COMPANY
                       IF WS-SAME-COMPANY NOT = "Y"
                           DISPLAY "Correction cancelled."
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM GET-VALID-GRADE
                       PERFORM CHECK-CHANGED-POSITION
                       IF WS-POS-ROOM NOT = "Y"
                           DISPLAY "Correction cancelled - no"
                               " authorized position vacant."
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM GET-PAY-TYPE

                       *> An hourly record's annual figure is

                       PERFORM GET-CORRECTED-HIRE-DATE

                       MOVE "N" TO WS-PAY-CHANGED
                       IF WS-EMP-PAY-TYPE NOT = WS-OLD-PAY-TYPE
                               OR WS-EMP-HOURLY-RATE
                                   NOT = WS-OLD-HOURLY-RATE
                               OR WS-EMP-SALARY NOT = WS-OLD-SALARY
                           MOVE "Y" TO WS-PAY-CHANGED
                       END-IF

                       *> The pay fields stay as they are on the
                       *> master; the salary the trailer foots to
                       *> only moves when the change is approved.
                       MOVE WS-EMP-NAME   TO EMP-NAME
                       MOVE WS-EMP-DEPT   TO EMP-DEPT
                       MOVE WS-EMP-GRADE  TO EMP-GRADE
                       MOVE WS-EMP-HIRE-DATE TO EMP-HIRE-DATE

                       REWRITE EMP-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite record."
                           NOT INVALID KEY
                               DISPLAY "Record updated."
                               IF WS-PAY-CHANGED = "Y"
                                   PERFORM QUEUE-PAY-CORRECTION
                               END-IF
                               IF EMP-STATUS NOT = "T"
                                   PERFORM COUNT-POSITION-OUT
                                   PERFORM COUNT-POSITION-IN
                               END-IF
                               MOVE "CHG" TO WS-JRNL-ACTION
                               MOVE EMP-RECORD TO WS-JRNL-AFTER
                               PERFORM WRITE-JOURNAL-RECORD
               END-READ
           END-IF.

       QUEUE-PAY-CORRECTION.
           MOVE SPACES TO PENDCHG-RECORD
           MOVE "CHG"              TO PD-TYPE
           MOVE WS-EMP-ID          TO PD-EMP-ID
           MOVE WS-OPERATOR-ID     TO PD-MAKER-ID
           MOVE WS-OLD-PAY-TYPE    TO PD-B-PAY-TYPE
           MOVE WS-OLD-HOURLY-RATE TO PD-B-HOURLY-RATE
           MOVE WS-OLD-SALARY      TO PD-B-SALARY
           MOVE WS-EMP-PAY-TYPE    TO PD-A-PAY-TYPE
           MOVE WS-EMP-HOURLY-RATE TO PD-A-HOURLY-RATE
           MOVE WS-EMP-SALARY      TO PD-A-SALARY
           CALL "PendingChangeWriter" USING PENDCHG-RECORD
           IF PD-CHANGE-NO = 0
               DISPLAY "Pay correction NOT recorded - the salary"
                   " stays at " WS-OLD-SALARY "."
           ELSE
               DISPLAY "Pay correction is pending approval as"
                   " change " PD-CHANGE-NO " - the salary stays at "
                   WS-OLD-SALARY " until another operator approves"
                   " it."
           END-IF.

       CHECK-CHANGED-POSITION.
           *> A correction that lands the employee in a different
           *> department or grade takes a position like any move.
           *> Terminated records hold no position, and an employee
           *> going ungraded inside the same department changes
           *> nothing the department total sees.
           MOVE "Y" TO WS-POS-ROOM
           MOVE EMP-DEPT  TO WS-OLD-DEPT
           MOVE EMP-GRADE TO WS-OLD-GRADE
           IF EMP-STATUS = "T"
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-DEPT = EMP-DEPT
               IF WS-EMP-GRADE = EMP-GRADE
                       OR WS-EMP-GRADE = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CONFIRM-POSITION-ROOM.

       TRANSFER-EMPLOYEE.
           *> Moving an employee between departments used to be a
           *> Change rewriting EMP-DEPT in place, which left no
               DISPLAY "Employee is already in " WS-EMP-DEPT
                   " - transfer cancelled."
           ELSE
               PERFORM CHECK-SAME-COMPANY
               IF WS-SAME-COMPANY NOT = "Y"
                   DISPLAY "Transfer cancelled."
                   EXIT PARAGRAPH
               END-IF
               MOVE EMP-GRADE TO WS-OLD-GRADE
               MOVE EMP-GRADE TO WS-EMP-GRADE
               PERFORM CONFIRM-POSITION-ROOM
               IF WS-POS-ROOM NOT = "Y"
                   DISPLAY "Transfer cancelled - no authorized"
                       " position vacant in " WS-EMP-DEPT "."
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Enter effective date (YYYYMMDD, 0 = today):"
               ACCEPT WS-XFER-DATE
               IF WS-XFER-DATE = 0
                       DISPLAY "Employee transferred from "
                           WS-OLD-DEPT " to " WS-EMP-DEPT "."
                       PERFORM WRITE-TRANSFER-RECORD
                       PERFORM COUNT-POSITION-OUT
                       PERFORM COUNT-POSITION-IN
                       MOVE "XFR" TO WS-JRNL-ACTION
                       MOVE EMP-RECORD TO WS-JRNL-AFTER
                       PERFORM WRITE-JOURNAL-RECORD
                               NOT INVALID KEY
                                   DISPLAY "Employee marked"
                                       " terminated."
                                   MOVE EMP-DEPT  TO WS-OLD-DEPT
                                   MOVE EMP-GRADE TO WS-OLD-GRADE
                                   PERFORM COUNT-POSITION-OUT
                                   MOVE "TRM" TO WS-JRNL-ACTION
                                   MOVE EMP-RECORD TO WS-JRNL-AFTER
                                   PERFORM WRITE-JOURNAL-RECORD

               READ EMP-FILE
                   INVALID KEY
                       PERFORM REHIRE-FROM-INACTIVE
                   NOT INVALID KEY
                       IF EMP-STATUS NOT = "T"
                           DISPLAY "Employee " WS-EMP-ID " is not"
                               " terminated - nothing to rehire."
                       ELSE
                           PERFORM REHIRE-FOUND-EMPLOYEE
                       END-IF
               END-READ
           END-IF.

       REHIRE-FOUND-EMPLOYEE.
           *> A rehire fills a position as surely as a new hire does.
           MOVE EMP-DEPT  TO WS-EMP-DEPT
           MOVE EMP-GRADE TO WS-EMP-GRADE
           PERFORM CONFIRM-POSITION-ROOM
           IF WS-POS-ROOM NOT = "Y"
               DISPLAY "Rehire cancelled - no authorized position"
                   " vacant."
           ELSE
               PERFORM REACTIVATE-EMPLOYEE
           END-IF.

       REACTIVATE-EMPLOYEE.
           MOVE EMP-RECORD TO WS-JRNL-BEFORE
           MOVE "A" TO EMP-STATUS
           MOVE 0   TO EMP-TERM-DATE
           REWRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite record."
               NOT INVALID KEY
                   DISPLAY "Employee reactivated."
                   PERFORM COUNT-POSITION-IN
                   MOVE "REH" TO WS-JRNL-ACTION
                   MOVE EMP-RECORD TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

       REHIRE-FROM-INACTIVE.
           *> A returner terminated long enough ago may have been
           *> moved off the master by the retention purge. Their
           *> record comes back from INACTEMP.DAT exactly as it left
           *> - journaled RST and put back on the trailer - and is
           *> then reactivated like any other rehire. The position
           *> check comes first, so a refused rehire leaves the
           *> record where it was.
           OPEN I-O INACT-FILE
           IF WS-INACT-STATUS NOT = "00"
               DISPLAY "No employee on file with that ID."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-ID TO IN-EMP-ID
           READ INACT-FILE
               INVALID KEY
                   DISPLAY "No employee on file with that ID."
                   CLOSE INACT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE IN-EMP-IMAGE TO EMP-RECORD
           DISPLAY "Employee " WS-EMP-ID " " EMP-NAME " (terminated "
               EMP-TERM-DATE ") was moved to the inactive history on "
               IN-PURGE-DATE "."
           DISPLAY "Restore the record and rehire? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Rehire cancelled."
               CLOSE INACT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-DEPT  TO WS-EMP-DEPT
           MOVE EMP-GRADE TO WS-EMP-GRADE
           PERFORM CONFIRM-POSITION-ROOM
           IF WS-POS-ROOM NOT = "Y"
               DISPLAY "Rehire cancelled - no authorized position"
                   " vacant."
               CLOSE INACT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-EMP-IMAGE TO EMP-RECORD
           WRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "Unable to restore Employee ID " WS-EMP-ID
                       " to EMPLOYEE.DAT - status " WS-EMP-STATUS "."
                   CLOSE INACT-FILE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE "RST" TO WS-JRNL-ACTION
           MOVE EMP-RECORD TO WS-JRNL-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           ADD EMP-SALARY TO WS-TRAILER-SALARY-DELTA
           ADD 1 TO WS-TRAILER-COUNT-DELTA
           MOVE "Y" TO WS-TRAILER-DIRTY
           MOVE EMP-DEPT TO WS-POST-DEPT
           MOVE 1 TO WS-POST-COUNT
           MOVE EMP-SALARY TO WS-POST-SALARY
           PERFORM POST-COMPANY-TOTALS

           DELETE INACT-FILE
               INVALID KEY
                   DISPLAY "Warning: Employee ID " WS-EMP-ID
                       " is still on INACTEMP.DAT - status "
                       WS-INACT-STATUS "."
           END-DELETE
           CLOSE INACT-FILE

           *> The trailer posting used the record area; read the
           *> restored employee back before reactivating.
           MOVE WS-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Restored record for " WS-EMP-ID
                       " could not be read back - rehire it again."
               NOT INVALID KEY
                   DISPLAY "Record restored from the inactive"
                       " history."
                   PERFORM REACTIVATE-EMPLOYEE
           END-READ.

       DELETE-EMPLOYEE.
           *> Physical removal is for genuine entered-in-error records
           *> only - a real leaver goes through Terminate so their
               NOT INVALID KEY
                   MOVE EMP-SALARY TO WS-OLD-SALARY
                   MOVE EMP-RECORD TO WS-JRNL-BEFORE
                   MOVE EMP-DEPT   TO WS-OLD-DEPT
                   MOVE EMP-GRADE  TO WS-OLD-GRADE
                   MOVE EMP-STATUS TO WS-OLD-STATUS
                   MOVE "N" TO WS-WRITE-OK
                   DELETE EMP-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete record."
                       NOT INVALID KEY
                           DISPLAY "Record removed."
                           MOVE "Y" TO WS-WRITE-OK
                           SUBTRACT WS-OLD-SALARY
                               FROM WS-TRAILER-SALARY-DELTA
                           SUBTRACT 1 FROM WS-TRAILER-COUNT-DELTA
                           MOVE "Y" TO WS-TRAILER-DIRTY
                           IF WS-OLD-STATUS NOT = "T"
                               PERFORM COUNT-POSITION-OUT
                           END-IF
                           MOVE "DEL" TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-AFTER
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE WS-OLD-DEPT TO WS-POST-DEPT
                           MOVE -1 TO WS-POST-COUNT
                           COMPUTE WS-POST-SALARY = 0 - WS-OLD-SALARY
                           PERFORM POST-COMPANY-TOTALS
                   END-DELETE

                   IF WS-EMP-STATUS NOT = "00" AND WS-WRITE-OK NOT = "Y"
                       DISPLAY "DELETE on EMPLOYEE.DAT failed -"
                           " status " WS-EMP-STATUS "."
                   END-IF
