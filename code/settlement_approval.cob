       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettlementApproval.

      *> HR's side of the final settlement, in the ChangeApproval
      *> shape: the settlements FinalSettlement left pending on
      *> SETTLE.DAT are listed, and an operator with update
      *> authority approves or rejects each one against its printed
      *> statement. Approval hands the severance to BONUS.DAT under
      *> reason SEVR, so the next supplemental PayrollCycle run pays
      *> it through the normal tax, history and GL path - but only
      *> while the master still shows the employee terminated on the
      *> settlement's date; a leaver reinstated or re-dated since the
      *> calculation is refused, to be rejected or recalculated. A
      *> settlement that came to nothing is approved without a
      *> payment. The loans and arrears the statement lists are
      *> recovered or written off in LoanMaintenance and by the
      *> deduction creditors as before; they are not taken off the
      *> severance here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN DYNAMIC WS-SETTLE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BONUS-FILE ASSIGN DYNAMIC WS-BONUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SETTLE-FILE.
           COPY "settlerec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD BONUS-FILE.
           COPY "bonusrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SETTLE-FILE-NAME PIC X(40) VALUE "SETTLE.DAT".
       01 WS-EMP-FILE-NAME    PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-BONUS-FILE-NAME  PIC X(40) VALUE "BONUS.DAT".

       01 WS-SETTLE-STATUS   PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-BONUS-STATUS    PIC X(2) VALUE SPACE.

       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-ASK-EMP-ID      PIC 9(5).
       01 WS-ASK-TERM-DATE   PIC 9(8).
       01 WS-SETTLE-OK       PIC X VALUE "N".
       01 WS-STILL-LEAVER    PIC X VALUE "N".
       01 WS-PENDING-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACE.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-SEVERANCE-ED    PIC Z(6)9.99.
       01 WS-RECOVER-ED      PIC Z(6)9.99.
       01 WS-YEARS-ED        PIC Z9.99.

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-SIGNON-OK

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-SETTLE-FILE-NAME) " - status "
                   WS-SETTLE-STATUS ". Run FinalSettlement first."
               GOBACK
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-EMP-FILE-NAME) " - status "
                   WS-EMP-STATUS "."
               CLOSE SETTLE-FILE
               GOBACK
           END-IF

           PERFORM UNTIL WS-FINISH = "Y"
               DISPLAY "List pending, Approve, Reject or eXit"
                   " (L/A/R/X)?"
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

               EVALUATE WS-ACTION
                   WHEN "L"
                       PERFORM LIST-PENDING-SETTLEMENTS
                   WHEN "A"
                       PERFORM APPROVE-SETTLEMENT
                   WHEN "R"
                       PERFORM REJECT-SETTLEMENT
                   WHEN "X"
                       MOVE "Y" TO WS-FINISH
                   WHEN OTHER
                       DISPLAY "Please enter L, A, R or X."
               END-EVALUATE
           END-PERFORM

           CLOSE SETTLE-FILE
           CLOSE EMP-FILE

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-SETTLE-FILE-NAME FROM ENVIRONMENT "SETTLE"
               ON EXCEPTION
                   MOVE "SETTLE.DAT" TO WS-SETTLE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BONUS-FILE-NAME FROM ENVIRONMENT "BONUS"
               ON EXCEPTION
                   MOVE "BONUS.DAT" TO WS-BONUS-FILE-NAME
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
                   " authority - this program releases severance for"
                   " payment."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       LIST-PENDING-SETTLEMENTS.
           MOVE 0 TO FS-EMP-ID
           MOVE 0 TO FS-TERM-DATE
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-AT-END

           START SETTLE-FILE KEY >= FS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "EMP-ID TERMINATD DEPARTMENT GRD  SERVICE "
               "  SEVERANCE  TO RECOVER"
           DISPLAY "------ -------- ---------- ---- ------- "
               "----------- ----------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ SETTLE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF FS-STATUS = "P"
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM SHOW-SETTLEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-PENDING-COUNT " settlement(s) pending.".

       SHOW-SETTLEMENT-LINE.
           MOVE FS-SERVICE-YEARS TO WS-YEARS-ED
           MOVE FS-SEVERANCE TO WS-SEVERANCE-ED
           COMPUTE WS-RECOVER-ED = FS-LOAN-BALANCE + FS-ARREARS
           DISPLAY FS-EMP-ID " " FS-TERM-DATE " " FS-DEPT " "
               FS-GRADE "   " WS-YEARS-ED " " WS-SEVERANCE-ED " "
               WS-RECOVER-ED.

       GET-SETTLEMENT-TO-DECIDE.
           *> WS-SETTLE-OK comes back "Y" with the settlement read
           *> when it is still pending.
           MOVE "N" TO WS-SETTLE-OK
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-ASK-EMP-ID
           DISPLAY "Enter termination date (YYYYMMDD):"
           ACCEPT WS-ASK-TERM-DATE
           MOVE WS-ASK-EMP-ID    TO FS-EMP-ID
           MOVE WS-ASK-TERM-DATE TO FS-TERM-DATE

           READ SETTLE-FILE
               INVALID KEY
                   DISPLAY "No settlement for employee " WS-ASK-EMP-ID
                       " terminated " WS-ASK-TERM-DATE "."
                   EXIT PARAGRAPH
           END-READ

           IF FS-STATUS NOT = "P"
               DISPLAY "That settlement was already decided by "
                   FS-DECIDED-BY " on " FS-DECIDED-DATE "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-SETTLEMENT-LINE
           MOVE "Y" TO WS-SETTLE-OK.

       APPROVE-SETTLEMENT.
           PERFORM GET-SETTLEMENT-TO-DECIDE
           IF WS-SETTLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           *> The calculation is only good for the termination it was
           *> made for.
           MOVE "N" TO WS-STILL-LEAVER
           MOVE FS-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-STATUS = "T"
                           AND EMP-TERM-DATE = FS-TERM-DATE
                       MOVE "Y" TO WS-STILL-LEAVER
                   END-IF
           END-READ
           IF WS-STILL-LEAVER NOT = "Y"
               DISPLAY "Employee " FS-EMP-ID " is no longer on the"
                   " master as terminated " FS-TERM-DATE " - reject"
                   " this settlement or rerun FinalSettlement."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Approve this settlement and release the severance"
               " for payment (Y/N)?"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing done."
               EXIT PARAGRAPH
           END-IF

           IF FS-SEVERANCE > 0
               PERFORM RELEASE-TO-BONUS-INPUT
               IF WS-BONUS-STATUS NOT = "00"
                   DISPLAY "Unable to write "
                       FUNCTION TRIM(WS-BONUS-FILE-NAME) " - status "
                       WS-BONUS-STATUS ". Settlement left pending."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "A" TO FS-STATUS
           MOVE SPACES TO FS-REASON
           PERFORM RECORD-DECISION
           IF FS-SEVERANCE > 0
               DISPLAY "Settlement approved - severance released to "
                   FUNCTION TRIM(WS-BONUS-FILE-NAME) " for the next"
                   " supplemental run."
           ELSE
               DISPLAY "Settlement approved - no severance due."
           END-IF.

       RELEASE-TO-BONUS-INPUT.
           *> EXTEND against a file that doesn't exist yet falls
           *> back to OUTPUT, the way RunLogger opens RUNLOG.DAT.
           OPEN EXTEND BONUS-FILE
           IF WS-BONUS-STATUS NOT = "00"
               OPEN OUTPUT BONUS-FILE
           END-IF
           IF WS-BONUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES       TO BONUS-RECORD
           MOVE FS-EMP-ID    TO BT-EMP-ID
           MOVE FS-SEVERANCE TO BT-AMOUNT
           MOVE "SEVR"       TO BT-REASON
           WRITE BONUS-RECORD
           CLOSE BONUS-FILE.

       REJECT-SETTLEMENT.
           PERFORM GET-SETTLEMENT-TO-DECIDE
           IF WS-SETTLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for rejecting:"
           ACCEPT WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
               DISPLAY "A reason is required - nothing done."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO FS-STATUS
           MOVE WS-REJECT-REASON TO FS-REASON
           PERFORM RECORD-DECISION
           DISPLAY "Settlement rejected.".

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO FS-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO FS-DECIDED-DATE
           REWRITE SETTLE-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the decision for"
                       " employee " FS-EMP-ID "."
           END-REWRITE.
