       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeApproval.

      *> The checker's side of maker/checker for pay and bank-account
      *> changes. SaveEmployeeToFile pay corrections, MeritIncrease
      *> raises and BankMaintenance account changes all wait on
      *> PENDCHG.DAT; here a second operator lists them, and approves
      *> or rejects each one. An operator can never decide a change
      *> they keyed themselves. Approval applies the change exactly
      *> as keyed - but only if the master still carries the before
      *> values the maker saw; a change overtaken by another update
      *> is rejected as stale rather than applied over it. An
      *> approved pay change moves the trailer's salary total and an
      *> approved account goes on prenote, and both are journaled on
      *> EMPJRNL.DAT. Account numbers on the list are masked to the
      *> last four digits by AccountMask unless the checker holds
      *> bank-administration authority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN DYNAMIC WS-PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHANGE-NO
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BANK-FILE ASSIGN DYNAMIC WS-BANK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.

           SELECT PRENOTE-FILE ASSIGN DYNAMIC WS-PRENOTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-ID
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDCHG-FILE.
           COPY "pendchg.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD BANK-FILE.
           COPY "bankrec.cpy".

       FD PRENOTE-FILE.
           COPY "prenote.cpy".

       *> Same update-session lock SaveEmployeeToFile takes: an
       *> approved pay change moves the trailer, so nobody else may
       *> be maintaining EMPLOYEE.DAT while it is applied.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-OPERATOR-ID PIC X(10).
           05 FILLER           PIC X(1).
           05 LOCK-TIMESTAMP   PIC X(21).

       FD JRNL-FILE.
           COPY "empjrnl.cpy".

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PENDCHG-FILE-NAME PIC X(40) VALUE "PENDCHG.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-BANK-FILE-NAME    PIC X(40) VALUE "BANKMAST.DAT".
       01 WS-PRENOTE-FILE-NAME PIC X(40) VALUE "PRENOTE.DAT".
       01 WS-LOCK-FILE-NAME    PIC X(40) VALUE "EMPLOCK.DAT".
       01 WS-JRNL-FILE-NAME    PIC X(40) VALUE "EMPJRNL.DAT".
       01 WS-PERIOD-FILE-NAME  PIC X(40) VALUE "PERIODCTL.DAT".

       01 WS-PENDCHG-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-BANK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-PRENOTE-STATUS  PIC X(2) VALUE SPACE.
       01 WS-LOCK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-LOCK-HELD       PIC X VALUE "N".
       01 WS-JRNL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-JRNL-FILE-OK    PIC X VALUE "N".
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PERIOD-CLOSED   PIC X VALUE "N".

       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-CHANGE-NO       PIC 9(8).
       01 WS-CHANGE-OK       PIC X VALUE "N".
       01 WS-PENDING-COUNT   PIC 9(6) VALUE 0.
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-RUN-DATE        PIC 9(8).

       *> Outcome of an approval: "A" applied, "R" rejected because
       *> the master moved on since the change was keyed (reason in
       *> WS-REJECT-REASON), or "P" left pending because the change
       *> could not be applied just now (lock held, file closed).
       01 WS-APPLY-RESULT    PIC X VALUE "P".
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACE.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. The operator is the checker, and is
       *> compared with each change's maker.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-CUR-PAY-TYPE    PIC X(1).
       01 WS-SALARY-DELTA    PIC S9(7)V99 VALUE 0.
       01 WS-EMP-DEPT        PIC X(10) VALUE SPACE.
           COPY "companyreq.cpy".
       01 WS-JRNL-BEFORE     PIC X(91) VALUE SPACE.
       01 WS-JRNL-AFTER      PIC X(91) VALUE SPACE.
       01 WS-NEW-ACCOUNT     PIC X VALUE "N".

       01 WS-BEFORE-ED       PIC Z(6)9.99.
       01 WS-AFTER-ED        PIC Z(6)9.99.

       *> A BNK change's before and after accounts as this checker
       *> may see them.
           COPY "acctmask.cpy".
       01 WS-B-ACCOUNT-SHOWN PIC X(12).
       01 WS-A-ACCOUNT-SHOWN PIC X(12).

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-SIGNON-OK
           MOVE "N"   TO WS-LOCK-HELD

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-STATUS = "35"
               DISPLAY "PENDCHG.DAT does not exist yet - creating it."
               OPEN OUTPUT PENDCHG-FILE
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF

           IF WS-PENDCHG-STATUS NOT = "00"
               DISPLAY "Unable to open PENDCHG.DAT - status "
                   WS-PENDCHG-STATUS "."
           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "List pending, Approve, Reject or eXit"
                       " (L/A/R/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "L"
                           PERFORM LIST-PENDING-CHANGES
                       WHEN "A"
                           PERFORM APPROVE-CHANGE
                       WHEN "R"
                           PERFORM REJECT-CHANGE
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter L, A, R or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE PENDCHG-FILE
           END-IF

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PENDCHG-FILE-NAME FROM ENVIRONMENT "PENDCHG"
               ON EXCEPTION
                   MOVE "PENDCHG.DAT" TO WS-PENDCHG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BANK-FILE-NAME FROM ENVIRONMENT "BANKMAST"
               ON EXCEPTION
                   MOVE "BANKMAST.DAT" TO WS-BANK-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PRENOTE-FILE-NAME FROM ENVIRONMENT "PRENOTE"
               ON EXCEPTION
                   MOVE "PRENOTE.DAT" TO WS-PRENOTE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOCK-FILE-NAME FROM ENVIRONMENT "EMPLOCK"
               ON EXCEPTION
                   MOVE "EMPLOCK.DAT" TO WS-LOCK-FILE-NAME
           END-ACCEPT
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT "EMPJRNL"
               ON EXCEPTION
                   MOVE "EMPJRNL.DAT" TO WS-JRNL-FILE-NAME
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
           END-IF

           IF WS-SIGNON-OK = "Y" AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - this program applies pay and bank"
                   " changes."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       LIST-PENDING-CHANGES.
           MOVE 0 TO PD-CHANGE-NO
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-AT-END

           START PENDCHG-FILE KEY >= PD-CHANGE-NO
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "CHANGE   TYP EMP-ID MAKER      KEYED    "
               "BEFORE -> AFTER"
           DISPLAY "-------- --- ------ ---------- -------- "
               "---------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ PENDCHG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF PD-STATUS = "P"
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM SHOW-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-PENDING-COUNT " change(s) pending.".

       SHOW-CHANGE-LINE.
           IF PD-TYPE = "BNK"
               PERFORM MASK-CHANGE-ACCOUNTS
               IF PD-BEFORE = SPACES
                   DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                       PD-MAKER-ID " " PD-KEYED-STAMP(1:8)
                       " (new) -> " PD-A-BANK-ID " "
                       WS-A-ACCOUNT-SHOWN
               ELSE
                   DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                       PD-MAKER-ID " " PD-KEYED-STAMP(1:8) " "
                       PD-B-BANK-ID " " WS-B-ACCOUNT-SHOWN " -> "
                       PD-A-BANK-ID " " WS-A-ACCOUNT-SHOWN
               END-IF
           ELSE
               MOVE PD-B-SALARY TO WS-BEFORE-ED
               MOVE PD-A-SALARY TO WS-AFTER-ED
               DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                   PD-MAKER-ID " " PD-KEYED-STAMP(1:8) " "
                   PD-B-PAY-TYPE WS-BEFORE-ED " -> "
                   PD-A-PAY-TYPE WS-AFTER-ED
           END-IF.

       MASK-CHANGE-ACCOUNTS.
           MOVE SPACES           TO ACCOUNT-MASK-REQUEST
           MOVE WS-OPERATOR-ID   TO AM-OPERATOR-ID
           MOVE "ChangeApproval" TO AM-PROGRAM
           MOVE PD-EMP-ID        TO AM-EMP-ID
           MOVE PD-B-ACCOUNT     TO AM-ACCOUNT
           CALL "AccountMask" USING ACCOUNT-MASK-REQUEST
           MOVE AM-SHOWN         TO WS-B-ACCOUNT-SHOWN
           MOVE PD-A-ACCOUNT     TO AM-ACCOUNT
           CALL "AccountMask" USING ACCOUNT-MASK-REQUEST
           MOVE AM-SHOWN         TO WS-A-ACCOUNT-SHOWN.

       GET-CHANGE-TO-DECIDE.
           *> WS-CHANGE-OK comes back "Y" with the change read when it
           *> is pending and somebody other than this operator keyed
           *> it.
           MOVE "N" TO WS-CHANGE-OK
           DISPLAY "Enter change number:"
           ACCEPT WS-CHANGE-NO
           MOVE WS-CHANGE-NO TO PD-CHANGE-NO

           READ PENDCHG-FILE
               INVALID KEY
                   DISPLAY "No change " WS-CHANGE-NO " on file."
                   EXIT PARAGRAPH
           END-READ

           IF PD-STATUS NOT = "P"
               DISPLAY "Change " WS-CHANGE-NO " was already decided"
                   " by " PD-CHECKER-ID " on " PD-DECIDED-STAMP(1:8)
                   "."
               EXIT PARAGRAPH
           END-IF

           IF PD-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "Change " WS-CHANGE-NO " was keyed by you -"
                   " another operator must decide it."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-CHANGE-LINE
           MOVE "Y" TO WS-CHANGE-OK.

       APPROVE-CHANGE.
           PERFORM GET-CHANGE-TO-DECIDE
           IF WS-CHANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Approve and apply this change (Y/N)?"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing done."
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-APPLY-RESULT
           MOVE SPACES TO WS-REJECT-REASON
           IF PD-TYPE = "BNK"
               PERFORM APPLY-BANK-CHANGE
           ELSE
               PERFORM APPLY-PAY-CHANGE
           END-IF

           EVALUATE WS-APPLY-RESULT
               WHEN "A"
                   MOVE "A" TO PD-STATUS
                   PERFORM RECORD-DECISION
                   DISPLAY "Change " PD-CHANGE-NO " approved and"
                       " applied."
               WHEN "R"
                   MOVE "R" TO PD-STATUS
                   MOVE WS-REJECT-REASON TO PD-REASON
                   PERFORM RECORD-DECISION
                   DISPLAY "Change " PD-CHANGE-NO " rejected - "
                       WS-REJECT-REASON
               WHEN OTHER
                   DISPLAY "Change " PD-CHANGE-NO " left pending."
           END-EVALUATE.

       REJECT-CHANGE.
           PERFORM GET-CHANGE-TO-DECIDE
           IF WS-CHANGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for rejecting:"
           ACCEPT WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
               DISPLAY "A reason is required - nothing done."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO PD-STATUS
           MOVE WS-REJECT-REASON TO PD-REASON
           PERFORM RECORD-DECISION
           DISPLAY "Change " PD-CHANGE-NO " rejected.".

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PD-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PD-DECIDED-STAMP
           REWRITE PENDCHG-RECORD
               INVALID KEY
                   DISPLAY "Warning: unable to record the decision on"
                       " PENDCHG.DAT - status " WS-PENDCHG-STATUS "."
           END-REWRITE.

       APPLY-PAY-CHANGE.
           *> A pay change lands on the current period's salaries,
           *> so a period the month-end close has sealed refuses it
           *> the way MeritIncrease refuses the run.
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "Period " WS-RUN-DATE(1:6) " is closed - pay"
                   " changes wait for the next period."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-UPDATE-LOCK
           IF WS-LOCK-HELD NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               PERFORM RELEASE-UPDATE-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE PD-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "R" TO WS-APPLY-RESULT
                   MOVE "EMPLOYEE NO LONGER ON FILE"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM REWRITE-PAY-FIELDS
           END-READ

           IF WS-APPLY-RESULT = "A"
               PERFORM UPDATE-TRAILER-RECORD
           END-IF

           CLOSE EMP-FILE
           PERFORM RELEASE-UPDATE-LOCK.

       REWRITE-PAY-FIELDS.
           MOVE EMP-PAY-TYPE TO WS-CUR-PAY-TYPE
           IF WS-CUR-PAY-TYPE = SPACE
               MOVE "S" TO WS-CUR-PAY-TYPE
           END-IF

           IF EMP-STATUS = "T"
               MOVE "R" TO WS-APPLY-RESULT
               MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CUR-PAY-TYPE NOT = PD-B-PAY-TYPE
                   OR EMP-HOURLY-RATE NOT = PD-B-HOURLY-RATE
                   OR EMP-SALARY NOT = PD-B-SALARY
               MOVE "R" TO WS-APPLY-RESULT
               MOVE "STALE - PAY CHANGED SINCE KEYED"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-RECORD TO WS-JRNL-BEFORE
           MOVE PD-A-PAY-TYPE    TO EMP-PAY-TYPE
           MOVE PD-A-HOURLY-RATE TO EMP-HOURLY-RATE
           MOVE PD-A-SALARY      TO EMP-SALARY
           COMPUTE EMP-MONTHLY-SALARY = PD-A-SALARY / 12

           REWRITE EMP-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite Employee ID " PD-EMP-ID
                       " - status " WS-EMP-STATUS "."
               NOT INVALID KEY
                   MOVE "A" TO WS-APPLY-RESULT
                   COMPUTE WS-SALARY-DELTA =
                       PD-A-SALARY - PD-B-SALARY
                   MOVE EMP-DEPT TO WS-EMP-DEPT
                   MOVE EMP-RECORD TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

       UPDATE-TRAILER-RECORD.
           IF WS-SALARY-DELTA = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRAILER-KEY TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "No trailer record on EMPLOYEE.DAT - salary"
                       " total change not recorded."
               NOT INVALID KEY
                   *> The employee's company first, while the grand
                   *> total still stands as it was.
                   MOVE SPACES TO COMPANY-REQUEST
                   MOVE "D" TO CO-ACTION
                   MOVE WS-EMP-DEPT TO CO-DEPT
                   CALL "CompanyLookup" USING COMPANY-REQUEST
                   MOVE "P" TO CO-ACTION
                   MOVE 0 TO CO-COUNT-DELTA
                   MOVE WS-SALARY-DELTA TO CO-SALARY-DELTA
                   CALL "CompanyTrailer" USING COMPANY-REQUEST
                       EMP-RECORD
                   ADD WS-SALARY-DELTA TO TR-TOTAL-SALARY
                   REWRITE EMP-RECORD
                       INVALID KEY
                           DISPLAY "Trailer REWRITE failed - status "
                               WS-EMP-STATUS "."
                   END-REWRITE
           END-READ.

       APPLY-BANK-CHANGE.
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS = "35"
               OPEN OUTPUT BANK-FILE
               CLOSE BANK-FILE
               OPEN I-O BANK-FILE
           END-IF
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "Unable to open BANKMAST.DAT - status "
                   WS-BANK-STATUS "."
               EXIT PARAGRAPH
           END-IF

           MOVE PD-EMP-ID TO BA-EMP-ID
           IF PD-BEFORE = SPACES
               MOVE "Y" TO WS-NEW-ACCOUNT
               READ BANK-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-ACCOUNT
                   NOT INVALID KEY
                       MOVE "R" TO WS-APPLY-RESULT
                       MOVE "STALE - ACCOUNT ADDED SINCE KEYED"
                           TO WS-REJECT-REASON
               END-READ
           ELSE
               MOVE "N" TO WS-NEW-ACCOUNT
               READ BANK-FILE
                   INVALID KEY
                       MOVE "R" TO WS-APPLY-RESULT
                       MOVE "STALE - ACCOUNT REMOVED SINCE KEYED"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM REWRITE-CHANGED-ACCOUNT
               END-READ
           END-IF

           CLOSE BANK-FILE

           *> A new account name alone moves no money elsewhere; a
           *> new account, bank, or account number has to be proved.
           IF WS-APPLY-RESULT = "A"
               IF WS-NEW-ACCOUNT = "Y"
                       OR PD-A-BANK-ID NOT = PD-B-BANK-ID
                       OR PD-A-ACCOUNT NOT = PD-B-ACCOUNT
                   PERFORM SET-PRENOTE-PENDING
               END-IF
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE PD-EMP-ID      TO BA-EMP-ID
           MOVE PD-A-BANK-ID   TO BA-BANK-ID
           MOVE PD-A-ACCOUNT   TO BA-ACCOUNT
           MOVE PD-A-ACCT-NAME TO BA-ACCT-NAME
           WRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Unable to add bank details - status "
                       WS-BANK-STATUS "."
               NOT INVALID KEY
                   MOVE "A" TO WS-APPLY-RESULT
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE BANK-RECORD TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

       REWRITE-CHANGED-ACCOUNT.
           IF BA-BANK-ID NOT = PD-B-BANK-ID
                   OR BA-ACCOUNT NOT = PD-B-ACCOUNT
                   OR BA-ACCT-NAME NOT = PD-B-ACCT-NAME
               MOVE "R" TO WS-APPLY-RESULT
               MOVE "STALE - ACCOUNT CHANGED SINCE KEYED"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE BANK-RECORD TO WS-JRNL-BEFORE
           MOVE PD-A-BANK-ID   TO BA-BANK-ID
           MOVE PD-A-ACCOUNT   TO BA-ACCOUNT
           MOVE PD-A-ACCT-NAME TO BA-ACCT-NAME
           REWRITE BANK-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite bank details - status "
                       WS-BANK-STATUS "."
               NOT INVALID KEY
                   MOVE "A" TO WS-APPLY-RESULT
                   MOVE BANK-RECORD TO WS-JRNL-AFTER
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

       SET-PRENOTE-PENDING.
           *> Whatever state an earlier account reached, the new one
           *> starts over: its prenote goes with the next live cycle.
           OPEN I-O PRENOTE-FILE
           IF WS-PRENOTE-STATUS = "35"
               OPEN OUTPUT PRENOTE-FILE
               CLOSE PRENOTE-FILE
               OPEN I-O PRENOTE-FILE
           END-IF
           IF WS-PRENOTE-STATUS NOT = "00"
               DISPLAY "Warning: unable to open PRENOTE.DAT - status "
                   WS-PRENOTE-STATUS ". The account goes live"
                   " without a prenote."
               EXIT PARAGRAPH
           END-IF

           MOVE PD-EMP-ID TO PN-EMP-ID
           READ PRENOTE-FILE
               INVALID KEY
                   MOVE SPACES TO PRENOTE-RECORD
                   MOVE PD-EMP-ID TO PN-EMP-ID
                   PERFORM FILL-PRENOTE-PENDING
                   WRITE PRENOTE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record the prenote -"
                               " status " WS-PRENOTE-STATUS "."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-PRENOTE-PENDING
                   REWRITE PRENOTE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record the prenote -"
                               " status " WS-PRENOTE-STATUS "."
                   END-REWRITE
           END-READ
           CLOSE PRENOTE-FILE
           DISPLAY "Account on prenote - paid by cheque until the"
               " bank has had a clean prenote.".

       FILL-PRENOTE-PENDING.
           MOVE "P"          TO PN-STATUS
           MOVE PD-A-BANK-ID TO PN-BANK-ID
           MOVE PD-A-ACCOUNT TO PN-ACCOUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO PN-CHANGED-DATE
           MOVE 0            TO PN-SENT-PERIOD
           MOVE 0            TO PN-LIVE-PERIOD
           MOVE SPACES       TO PN-RETURN-CODE.

       WRITE-JOURNAL-RECORD.
           *> The journal entry carries the change's own type - CHG,
           *> RAI or BNK - and the checker who applied it; the maker
           *> stays on PENDCHG.DAT. EXTEND against a file that doesn't
           *> exist yet falls back to OUTPUT, the way RunLogger opens
           *> RUNLOG.DAT.
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Warning: unable to open EMPJRNL.DAT - status "
                   WS-JRNL-STATUS ". Change " PD-CHANGE-NO
                   " not journaled."
           ELSE
               MOVE SPACES TO JRNL-RECORD
               MOVE PD-TYPE        TO JR-ACTION
               MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
               MOVE PD-EMP-ID      TO JR-EMP-ID
               MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER  TO JR-AFTER-IMAGE
               WRITE JRNL-RECORD
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "Warning: journal write failed - status "
                       WS-JRNL-STATUS "."
               END-IF
               CLOSE JRNL-FILE
           END-IF.

       CHECK-PERIOD-OPEN.
           *> No control file, or no record for the period, means
           *> the period is open.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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

       ACQUIRE-UPDATE-LOCK.
           *> Held only while one approved change is applied, so a
           *> checker working down the list never shuts out the
           *> update programs for long.
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
                       ". Approve again when the session ends."
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
