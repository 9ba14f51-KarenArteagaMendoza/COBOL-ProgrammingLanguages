       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritIncrease.

      *> Annual merit raise run over RAISES.DAT. Each in-force raise
      *> is priced and checked against the salary ceiling and the
      *> employee's grade range, then put on PENDCHG.DAT for a
      *> second operator to approve in ChangeApproval - the run
      *> itself never rewrites EMPLOYEE.DAT. The operator who
      *> submits the run is the maker of every change it queues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAISE-STATUS.

           SELECT GRADE-FILE ASSIGN DYNAMIC WS-GRADE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODE
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 RT-NEW-SALARY      PIC 9(7)V99.
           05 RT-EFFECTIVE-DATE  PIC 9(8).

       FD GRADE-FILE.
           COPY "graderec.cpy".

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-RAISE-FILE-NAME PIC X(40) VALUE "RAISES.DAT".
       01 WS-GRADE-FILE-NAME PIC X(40) VALUE "GRADMAST.DAT".
       01 WS-GRADE-STATUS    PIC X(2) VALUE SPACE.
       01 WS-GRADE-FILE-OK   PIC X VALUE "N".
       01 WS-SALARY-IN-GRADE PIC X VALUE "N".

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. The operator is the maker recorded
       *> on every raise queued, so the approver has to be someone
       *> else.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       *> Each raise goes to PENDCHG.DAT through PendingChangeWriter;
       *> ChangeApproval applies it, journals it, and moves the
       *> trailer's salary total.
           COPY "pendchg.cpy".

       01 WS-PERIOD-FILE-NAME PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-RAISE-EOF       PIC X VALUE "N".
       01 WS-RUN-DATE        PIC 9(8).
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-SALARY-CEILING  PIC 9(7)V99 VALUE 500000.00.

       01 WS-OLD-SALARY      PIC 9(7)V99.
       01 WS-NEW-SALARY      PIC 9(7)V99.
       01 WS-RAISES-QUEUED   PIC 9(5) VALUE 0.
       01 WS-RAISES-SKIPPED  PIC 9(5) VALUE 0.
       01 WS-RAISES-HELD     PIC 9(5) VALUE 0.

       01 WS-SALARY-DELTA         PIC S9(7)V99 VALUE 0.

       01 WS-OLD-SALARY-ED   PIC Z(6)9.99.
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed - merit run refused."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID

           *> Raises land on the current pay period's salaries; a
           *> period the month-end close already sealed must not
           *> move, so the run refuses it outright.
               GOBACK
           END-IF

           *> Grade ranges are checked where available, like the
           *> interactive update does; a missing grade master lets
           *> the run proceed range-unchecked, loudly.
                   " will not be checked against grade ranges."
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               CLOSE RAISE-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "Merit Increase Register - run date " WS-RUN-DATE
           DISPLAY "(raises listed are pending approval)"
           DISPLAY "EMP-ID NAME                           "
               "OLD SALARY NEW SALARY CHANGE     CHANGE-NO"
           DISPLAY "------ ------------------------------ "
               "---------- ---------- ---------- ---------"

           READ RAISE-FILE
               AT END

           CLOSE RAISE-FILE

           CLOSE EMP-FILE
           IF WS-GRADE-FILE-OK = "Y"
               CLOSE GRADE-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Raises queued for approval: " WS-RAISES-QUEUED
               "  skipped: " WS-RAISES-SKIPPED
               "  held (future-dated): " WS-RAISES-HELD
           IF WS-RAISES-SKIPPED > 0
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF

           COMPUTE RL-RECORDS-READ = WS-RAISES-QUEUED
               + WS-RAISES-SKIPPED + WS-RAISES-HELD
           MOVE WS-RAISES-QUEUED TO RL-RECORDS-WRITTEN
           MOVE WS-RAISES-SKIPPED TO RL-RECORDS-SKIPPED
           CALL "RunLogger" USING RUNLOG-RECORD

               ON EXCEPTION
                   MOVE "RAISES.DAT" TO WS-RAISE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GRADE-FILE-NAME FROM ENVIRONMENT "GRADMAST"
               ON EXCEPTION
                   MOVE "GRADMAST.DAT" TO WS-GRADE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
               CLOSE PERIOD-FILE
           END-IF.

       SIGN-ON.
           *> Queuing raises is an update in all but name, so the run
           *> needs update authority like the interactive programs.
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
                   " authority - this run queues salary changes."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       APPLY-ONE-RAISE.

       REWRITE-RAISED-SALARY.
           MOVE EMP-SALARY TO WS-OLD-SALARY

           EVALUATE RT-TYPE
               WHEN "P"
                       "'s range."
                   ADD 1 TO WS-RAISES-SKIPPED
                ELSE
                   PERFORM QUEUE-RAISE
                END-IF
               END-IF
           END-IF.

       QUEUE-RAISE.
           *> Only the salary moves on a raise: the pay type and
           *> hourly rate go across unchanged.
           MOVE SPACES TO PENDCHG-RECORD
           MOVE "RAI"           TO PD-TYPE
           MOVE RT-EMP-ID       TO PD-EMP-ID
           MOVE WS-OPERATOR-ID  TO PD-MAKER-ID
           MOVE EMP-PAY-TYPE    TO PD-B-PAY-TYPE
           IF PD-B-PAY-TYPE = SPACE
               MOVE "S" TO PD-B-PAY-TYPE
           END-IF
           MOVE EMP-HOURLY-RATE TO PD-B-HOURLY-RATE
           MOVE WS-OLD-SALARY   TO PD-B-SALARY
           MOVE PD-B-PAY-TYPE   TO PD-A-PAY-TYPE
           MOVE EMP-HOURLY-RATE TO PD-A-HOURLY-RATE
           MOVE WS-NEW-SALARY   TO PD-A-SALARY
           CALL "PendingChangeWriter" USING PENDCHG-RECORD

           IF PD-CHANGE-NO = 0
               DISPLAY "Skipping Employee ID " RT-EMP-ID
                   " - the raise could not be queued."
               ADD 1 TO WS-RAISES-SKIPPED
           ELSE
               ADD 1 TO WS-RAISES-QUEUED
               COMPUTE WS-SALARY-DELTA =
                   WS-NEW-SALARY - WS-OLD-SALARY
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       CHECK-GRADE-RANGE.
           *> WS-SALARY-IN-GRADE comes back "Y" when WS-NEW-SALARY
           *> sits inside the employee's grade range - or when no
           MOVE WS-NEW-SALARY TO WS-NEW-SALARY-ED
           MOVE WS-SALARY-DELTA TO WS-DELTA-ED
           DISPLAY EMP-ID " " EMP-NAME " " WS-OLD-SALARY-ED " "
               WS-NEW-SALARY-ED " " WS-DELTA-ED " " PD-CHANGE-NO.
