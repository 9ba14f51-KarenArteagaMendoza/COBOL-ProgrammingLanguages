       IDENTIFICATION DIVISION.
       PROGRAM-ID. EditLeave.

      *> Standalone edit pass over the raw monthly leave-taken
      *> batch, in the EditTimecards shape: run ahead of the pay
      *> cycle so the cycle never discovers a bad absence while it
      *> is already paying. Every record is validated - days
      *> numeric and inside the 0-31 range, a real first-day-off
      *> date, the employee on EMPLOYEE.DAT and not gone before the
      *> absence, and a paid leave type the employee actually holds
      *> a LEAVEBAL.DAT balance for - the file is balanced against
      *> its 00000 control record (expected record count and days
      *> hash total), and only a clean batch reaches the LEAVE.DAT
      *> file the cycle charges balances and unpaid days from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-FILE ASSIGN DYNAMIC WS-RAW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT CLEAN-FILE ASSIGN DYNAMIC WS-CLEAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.

           SELECT ERROR-FILE ASSIGN DYNAMIC WS-ERROR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN DYNAMIC WS-LEAVEBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LEAVEBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One absence per record, in the LEAVE.DAT column layout but
      *> all text, so a keying error is caught here instead of
      *> abending the cycle: employee, leave type, first day off
      *> (YYYYMMDD), and days taken with two implied decimals.
       FD RAW-FILE.
       01 RAW-RECORD.
           05 LVR-EMP-ID      PIC X(5).
           05 FILLER          PIC X(1).
           05 LVR-TYPE        PIC X(4).
           05 FILLER          PIC X(1).
           05 LVR-DATE        PIC X(8).
           05 FILLER          PIC X(1).
           05 LVR-DAYS        PIC X(4).

      *> Control record view: the reserved ID 00000 marks the
      *> batch's control record carrying the expected record count
      *> and the days hash total the file must add up to.
       01 RAW-CONTROL-REC.
           05 LVC-ID             PIC X(5).
           05 LVC-EXPECTED-COUNT PIC 9(5).
           05 LVC-DAYS-HASH      PIC 9(5)V99.

       FD CLEAN-FILE.
       01 CLEAN-RECORD        PIC X(24).

       FD ERROR-FILE.
       01 ERROR-RECORD.
           05 ERR-TRANS       PIC X(24).
           05 FILLER          PIC X(1).
           05 ERR-REASON      PIC X(40).

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD LEAVEBAL-FILE.
           COPY "leavebal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RAW-FILE-NAME   PIC X(40) VALUE "LEAVE.RAW".
       01 WS-CLEAN-FILE-NAME PIC X(40) VALUE "LEAVE.DAT".
       01 WS-ERROR-FILE-NAME PIC X(40) VALUE "LEAVE.ERR".
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-LEAVEBAL-FILE-NAME PIC X(40) VALUE "LEAVEBAL.DAT".

       01 WS-RAW-STATUS      PIC X(2) VALUE SPACE.
       01 WS-CLEAN-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ERROR-STATUS    PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-LEAVEBAL-STATUS PIC X(2) VALUE SPACE.
       01 WS-LEAVEBAL-OK     PIC X VALUE "N".
       01 WS-RAW-EOF         PIC X VALUE "N".

       01 WS-CONTROL-KEY     PIC X(5) VALUE "00000".
       01 WS-TRAILER-KEY     PIC X(5) VALUE "99999".
       01 WS-UNPAID-TYPE     PIC X(4) VALUE "UNPD".
       01 WS-DAYS-CEILING    PIC 9(2)V99 VALUE 31.00.

       01 WS-CONTROL-FOUND   PIC X VALUE "N".
       01 WS-EXPECTED-COUNT  PIC 9(5) VALUE 0.
       01 WS-EXPECTED-HASH   PIC 9(5)V99 VALUE 0.

       01 WS-DETAIL-COUNT    PIC 9(5) VALUE 0.
       01 WS-CLEAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(5) VALUE 0.
       01 WS-DAYS-HASH       PIC 9(5)V99 VALUE 0.
       01 WS-DAYS-NUM        PIC 9(2)V99.
       01 WS-LEAVE-DATE      PIC 9(8).
       01 WS-LEAVE-MONTH     PIC 9(2).
       01 WS-LEAVE-DAY       PIC 9(2).
       01 WS-RECORD-OK       PIC X VALUE "Y".
       01 WS-REASON          PIC X(40) VALUE SPACE.
       01 WS-OUT-OF-BALANCE  PIC X VALUE "N".
       01 WS-DISPLAY-HASH    PIC Z(4)9.99.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "EditLeave" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           OPEN INPUT RAW-FILE
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "Unable to open LEAVE.RAW - status "
                   WS-RAW-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT ERROR-FILE
           IF WS-CLEAN-STATUS NOT = "00"
                   OR WS-ERROR-STATUS NOT = "00"
               DISPLAY "Unable to open the clean or error file -"
                   " statuses " WS-CLEAN-STATUS " "
                   WS-ERROR-STATUS "."
               CLOSE RAW-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> Unknown-ID and no-balance rejects need the masters;
           *> without one the batch still balances but those edits
           *> are skipped, loudly.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-FILE-OK
           ELSE
               DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                   " status " WS-EMP-STATUS ". Employee checks"
                   " skipped this run."
           END-IF

           OPEN INPUT LEAVEBAL-FILE
           IF WS-LEAVEBAL-STATUS = "00"
               MOVE "Y" TO WS-LEAVEBAL-OK
           ELSE
               DISPLAY "Warning: unable to open LEAVEBAL.DAT -"
                   " status " WS-LEAVEBAL-STATUS ". Leave-type"
                   " checks skipped this run."
           END-IF

           READ RAW-FILE
               AT END
                   MOVE "Y" TO WS-RAW-EOF
           END-READ

           PERFORM UNTIL WS-RAW-EOF = "Y"
               IF LVR-EMP-ID = WS-CONTROL-KEY
                   PERFORM TAKE-CONTROL-RECORD
               ELSE
                   PERFORM EDIT-ONE-ABSENCE
               END-IF

               READ RAW-FILE
                   AT END
                       MOVE "Y" TO WS-RAW-EOF
               END-READ
           END-PERFORM

           CLOSE RAW-FILE
           CLOSE CLEAN-FILE
           CLOSE ERROR-FILE
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF
           IF WS-LEAVEBAL-OK = "Y"
               CLOSE LEAVEBAL-FILE
           END-IF

           PERFORM BALANCE-THE-BATCH

           DISPLAY "Leave edit complete. Records read: "
               WS-DETAIL-COUNT " clean: " WS-CLEAN-COUNT
               " rejected: " WS-ERROR-COUNT

           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "OOB" TO RL-FINAL-STATUS
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE "REJ" TO RL-FINAL-STATUS
               ELSE
                   MOVE "OK" TO RL-FINAL-STATUS
               END-IF
           END-IF

           MOVE WS-DETAIL-COUNT TO RL-RECORDS-READ
           MOVE WS-CLEAN-COUNT  TO RL-RECORDS-WRITTEN
           MOVE WS-ERROR-COUNT  TO RL-RECORDS-SKIPPED
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero, and this code is what keeps an unbalanced batch
           *> away from the pay cycle.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-RAW-FILE-NAME FROM ENVIRONMENT "LEAVERAW"
               ON EXCEPTION
                   MOVE "LEAVE.RAW" TO WS-RAW-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CLEAN-FILE-NAME FROM ENVIRONMENT "LEAVE"
               ON EXCEPTION
                   MOVE "LEAVE.DAT" TO WS-CLEAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ERROR-FILE-NAME FROM ENVIRONMENT "LEAVEERR"
               ON EXCEPTION
                   MOVE "LEAVE.ERR" TO WS-ERROR-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LEAVEBAL-FILE-NAME FROM ENVIRONMENT "LEAVEBAL"
               ON EXCEPTION
                   MOVE "LEAVEBAL.DAT" TO WS-LEAVEBAL-FILE-NAME
           END-ACCEPT.

       TAKE-CONTROL-RECORD.
           IF WS-CONTROL-FOUND = "Y"
               DISPLAY "More than one control record in the batch -"
                   " the later one is ignored."
           ELSE
               MOVE "Y" TO WS-CONTROL-FOUND
               MOVE LVC-EXPECTED-COUNT TO WS-EXPECTED-COUNT
               MOVE LVC-DAYS-HASH      TO WS-EXPECTED-HASH
           END-IF.

       EDIT-ONE-ABSENCE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE "Y" TO WS-RECORD-OK
           MOVE SPACES TO WS-REASON
           MOVE FUNCTION UPPER-CASE(LVR-TYPE) TO LVR-TYPE

           *> The hash total covers every readable days figure -
           *> including records rejected for other reasons - or a
           *> batch with any reject could never balance.
           IF LVR-DAYS IS NUMERIC
               COMPUTE WS-DAYS-NUM =
                   FUNCTION NUMVAL(LVR-DAYS) / 100
               ADD WS-DAYS-NUM TO WS-DAYS-HASH
           END-IF

           IF LVR-EMP-ID IS NOT NUMERIC
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON
               MOVE "N" TO WS-RECORD-OK
           ELSE
               IF LVR-EMP-ID = WS-TRAILER-KEY
                   MOVE "EMPLOYEE ID RESERVED FOR TRAILER"
                       TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
               END-IF
           END-IF

           IF WS-RECORD-OK = "Y"
               IF LVR-TYPE = SPACES
                   MOVE "LEAVE TYPE BLANK" TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
               END-IF
           END-IF

           IF WS-RECORD-OK = "Y"
               IF LVR-DAYS IS NOT NUMERIC
                   MOVE "DAYS NOT NUMERIC" TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
               ELSE
                   IF WS-DAYS-NUM = 0 OR
                           WS-DAYS-NUM > WS-DAYS-CEILING
                       MOVE "DAYS ZERO OR OVER 31" TO WS-REASON
                       MOVE "N" TO WS-RECORD-OK
                   END-IF
               END-IF
           END-IF

           IF WS-RECORD-OK = "Y"
               PERFORM CHECK-LEAVE-DATE
           END-IF

           IF WS-RECORD-OK = "Y" AND WS-EMP-FILE-OK = "Y"
               PERFORM CHECK-LEAVE-EMPLOYEE
           END-IF

           IF WS-RECORD-OK = "Y" AND WS-LEAVEBAL-OK = "Y"
                   AND LVR-TYPE NOT = WS-UNPAID-TYPE
               PERFORM CHECK-LEAVE-BALANCE-HELD
           END-IF

           IF WS-RECORD-OK = "Y"
               MOVE RAW-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
               ADD 1 TO WS-CLEAN-COUNT
           ELSE
               MOVE SPACES TO ERROR-RECORD
               MOVE RAW-RECORD TO ERR-TRANS
               MOVE WS-REASON  TO ERR-REASON
               WRITE ERROR-RECORD
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Rejected absence for ID " LVR-EMP-ID
                   " - " FUNCTION TRIM(WS-REASON) "."
           END-IF.

       CHECK-LEAVE-DATE.
           IF LVR-DATE IS NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO WS-REASON
               MOVE "N" TO WS-RECORD-OK
           ELSE
               MOVE LVR-DATE TO WS-LEAVE-DATE
               MOVE WS-LEAVE-DATE(5:2) TO WS-LEAVE-MONTH
               MOVE WS-LEAVE-DATE(7:2) TO WS-LEAVE-DAY
               IF WS-LEAVE-MONTH < 1 OR WS-LEAVE-MONTH > 12
                       OR WS-LEAVE-DAY < 1 OR WS-LEAVE-DAY > 31
                   MOVE "DATE NOT A CALENDAR DATE" TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
               END-IF
           END-IF.

       CHECK-LEAVE-EMPLOYEE.
           *> A leaver's last month can still carry an absence, so
           *> only leave dated after the termination is refused.
           MOVE LVR-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
               NOT INVALID KEY
                   IF EMP-STATUS = "T"
                           AND EMP-TERM-DATE < WS-LEAVE-DATE
                       MOVE "LEAVE DATED AFTER TERMINATION"
                           TO WS-REASON
                       MOVE "N" TO WS-RECORD-OK
                   END-IF
           END-READ.

       CHECK-LEAVE-BALANCE-HELD.
           MOVE LVR-EMP-ID TO LB-EMP-ID
           MOVE LVR-TYPE   TO LB-TYPE
           READ LEAVEBAL-FILE
               INVALID KEY
                   MOVE "NO BALANCE FOR THIS LEAVE TYPE" TO WS-REASON
                   MOVE "N" TO WS-RECORD-OK
           END-READ.

       BALANCE-THE-BATCH.
           *> The batch only balances when a control record was
           *> found AND its expected record count and days hash
           *> total both match what was actually read. A batch that
           *> doesn't balance never reaches the pay cycle - the JCL
           *> stops on the return code set back in the mainline.
           MOVE "N" TO WS-OUT-OF-BALANCE

           IF WS-CONTROL-FOUND NOT = "Y"
               DISPLAY "No 00000 control record in the batch -"
                   " cannot balance."
               MOVE "Y" TO WS-OUT-OF-BALANCE
           ELSE
               IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
                   DISPLAY "Record count mismatch - expected "
                       WS-EXPECTED-COUNT " read "
                       WS-DETAIL-COUNT "."
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               END-IF
               IF WS-DAYS-HASH NOT = WS-EXPECTED-HASH
                   MOVE WS-EXPECTED-HASH TO WS-DISPLAY-HASH
                   DISPLAY "Days hash mismatch - expected "
                       WS-DISPLAY-HASH
                   MOVE WS-DAYS-HASH TO WS-DISPLAY-HASH
                   DISPLAY "                      read     "
                       WS-DISPLAY-HASH
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               END-IF
               IF WS-OUT-OF-BALANCE = "N"
                   DISPLAY "Batch balanced to its control record."
               END-IF
           END-IF.
