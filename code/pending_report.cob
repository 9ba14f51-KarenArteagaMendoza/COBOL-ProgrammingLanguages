       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendingChangeReport.

      *> Aged-items report over PENDCHG.DAT. Lists every pay or bank
      *> change still waiting on a checker after more than the number
      *> of days on the SYSIN card, oldest first as they were keyed,
      *> so a change nobody has looked at cannot sit there unnoticed.
      *> Anything listed makes the run come back RC 4. The listing
      *> is printed for whoever picks it up, so bank account numbers
      *> on it are always masked to their last four digits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN DYNAMIC WS-PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-CHANGE-NO
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDCHG-FILE.
           COPY "pendchg.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PENDCHG-FILE-NAME PIC X(40) VALUE "PENDCHG.DAT".
       01 WS-PENDCHG-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PENDCHG-EOF     PIC X VALUE "N".

       *> Days a change may wait before it is listed; 0 on the card
       *> takes the standing three days.
       01 WS-AGE-LIMIT       PIC 9(3) VALUE 0.
       01 WS-DEFAULT-LIMIT   PIC 9(3) VALUE 3.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-KEYED-DATE      PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS        PIC S9(5) VALUE 0.
       01 WS-AGE-ED          PIC ZZZZ9.

       01 WS-CHANGES-READ    PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(6) VALUE 0.
       01 WS-AGED-COUNT      PIC 9(6) VALUE 0.

       01 WS-BEFORE-ED       PIC Z(6)9.99.
       01 WS-AFTER-ED        PIC Z(6)9.99.

       *> A BNK change's before and after accounts as printed. No
       *> operator is passed, so AccountMask always masks them.
           COPY "acctmask.cpy".
       01 WS-B-ACCOUNT-SHOWN PIC X(12).
       01 WS-A-ACCOUNT-SHOWN PIC X(12).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the counters have to
           *> be put back by hand here.
           MOVE "N" TO WS-PENDCHG-EOF
           MOVE 0 TO WS-CHANGES-READ
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-AGED-COUNT

           ACCEPT WS-PENDCHG-FILE-NAME FROM ENVIRONMENT "PENDCHG"
               ON EXCEPTION
                   MOVE "PENDCHG.DAT" TO WS-PENDCHG-FILE-NAME
           END-ACCEPT

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PendingChangeReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           DISPLAY "Enter days pending before a change is listed"
               " (0 = 3):"
           ACCEPT WS-AGE-LIMIT
           IF WS-AGE-LIMIT = 0
               MOVE WS-DEFAULT-LIMIT TO WS-AGE-LIMIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           *> No pending-changes file yet means nothing has ever been
           *> keyed for approval, which is a clean report.
           OPEN INPUT PENDCHG-FILE
           IF WS-PENDCHG-STATUS = "35"
               DISPLAY "No PENDCHG.DAT yet - nothing pending."
               MOVE "OK" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PENDCHG-STATUS NOT = "00"
               DISPLAY "Unable to open PENDCHG.DAT - status "
                   WS-PENDCHG-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Pending Changes Over " WS-AGE-LIMIT " Days as of "
               WS-TODAY-DATE
           DISPLAY " "
           DISPLAY "CHANGE   TYP EMP-ID MAKER      KEYED     DAYS "
               "BEFORE -> AFTER"
           DISPLAY "-------- --- ------ ---------- -------- ----- "
               "---------------"

           PERFORM UNTIL WS-PENDCHG-EOF = "Y"
               READ PENDCHG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PENDCHG-EOF
                   NOT AT END
                       ADD 1 TO WS-CHANGES-READ
                       IF PD-STATUS = "P"
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM CHECK-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDCHG-FILE

           DISPLAY " "
           DISPLAY "Changes read: " WS-CHANGES-READ
               "  pending: " WS-PENDING-COUNT
               "  over " WS-AGE-LIMIT " days: " WS-AGED-COUNT

           MOVE WS-CHANGES-READ TO RL-RECORDS-READ
           MOVE WS-AGED-COUNT TO RL-RECORDS-WRITTEN
           IF WS-AGED-COUNT > 0
               MOVE "EXC" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       CHECK-ONE-CHANGE.
           *> Age is in calendar days from the day the change was
           *> keyed; a stamp that isn't a date is listed regardless
           *> so it gets looked at.
           IF PD-KEYED-STAMP(1:8) IS NUMERIC
               MOVE PD-KEYED-STAMP(1:8) TO WS-KEYED-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE)
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS NOT > WS-AGE-LIMIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AGED-COUNT
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           IF PD-TYPE = "BNK"
               PERFORM MASK-CHANGE-ACCOUNTS
               IF PD-BEFORE = SPACES
                   DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                       PD-MAKER-ID " " PD-KEYED-STAMP(1:8) " "
                       WS-AGE-ED " (new) -> " PD-A-BANK-ID " "
                       WS-A-ACCOUNT-SHOWN
               ELSE
                   DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                       PD-MAKER-ID " " PD-KEYED-STAMP(1:8) " "
                       WS-AGE-ED " " PD-B-BANK-ID " "
                       WS-B-ACCOUNT-SHOWN " -> " PD-A-BANK-ID " "
                       WS-A-ACCOUNT-SHOWN
               END-IF
           ELSE
               MOVE PD-B-SALARY TO WS-BEFORE-ED
               MOVE PD-A-SALARY TO WS-AFTER-ED
               DISPLAY PD-CHANGE-NO " " PD-TYPE " " PD-EMP-ID " "
                   PD-MAKER-ID " " PD-KEYED-STAMP(1:8) " "
                   WS-AGE-ED " " PD-B-PAY-TYPE WS-BEFORE-ED " -> "
                   PD-A-PAY-TYPE WS-AFTER-ED
           END-IF.

       MASK-CHANGE-ACCOUNTS.
           MOVE SPACES                TO ACCOUNT-MASK-REQUEST
           MOVE "PendingChangeReport" TO AM-PROGRAM
           MOVE PD-EMP-ID             TO AM-EMP-ID
           MOVE PD-B-ACCOUNT          TO AM-ACCOUNT
           CALL "AccountMask" USING ACCOUNT-MASK-REQUEST
           MOVE AM-SHOWN              TO WS-B-ACCOUNT-SHOWN
           MOVE PD-A-ACCOUNT          TO AM-ACCOUNT
           CALL "AccountMask" USING ACCOUNT-MASK-REQUEST
           MOVE AM-SHOWN              TO WS-A-ACCOUNT-SHOWN.
