       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveMaintenance.

      *> Maintenance for the leave-balance file the pay cycle
      *> accrues and charges: one record per employee per leave
      *> type (VAC, SICK, ...) carrying the monthly accrual rate,
      *> the cap the balance may accrue up to, and the balance
      *> itself. Same keyed Add/Change/Delete/List shape as
      *> DeductMaintenance. Unpaid leave (UNPD) holds no balance and
      *> is never set up here - it is simply keyed into the leave
      *> batch and comes off the month's pay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVEBAL-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LEAVEBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVEBAL-FILE.
           COPY "leavebal.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LEAVEBAL-STATUS PIC X(2) VALUE SPACE.
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-EMP-ID          PIC 9(5).
       01 WS-LEAVE-TYPE      PIC X(4).
       01 WS-UNPAID-TYPE     PIC X(4) VALUE "UNPD".
       01 WS-LEAVE-DESC      PIC X(20).
       01 WS-ACCRUAL-RATE    PIC 9(2)V99.
       01 WS-MAX-BALANCE     PIC 9(3)V99.
       01 WS-BALANCE         PIC 9(3)V99.
       01 WS-DISPLAY-RATE    PIC Z9.99.
       01 WS-DISPLAY-MAX     PIC ZZ9.99.
       01 WS-DISPLAY-BALANCE PIC ZZ9.99.

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-FOUND

           OPEN I-O LEAVEBAL-FILE

           IF WS-LEAVEBAL-STATUS = "35"
               DISPLAY "LEAVEBAL.DAT does not exist yet - creating it."
               OPEN OUTPUT LEAVEBAL-FILE
               CLOSE LEAVEBAL-FILE
               OPEN I-O LEAVEBAL-FILE
           END-IF

           IF WS-LEAVEBAL-STATUS NOT = "00"
               DISPLAY "Unable to open LEAVEBAL.DAT - status "
                   WS-LEAVEBAL-STATUS "."
           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, List or eXit"
                       " (A/C/D/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-LEAVE-BALANCE
                       WHEN "C"
                           PERFORM CHANGE-LEAVE-BALANCE
                       WHEN "D"
                           PERFORM DELETE-LEAVE-BALANCE
                       WHEN "L"
                           PERFORM LIST-LEAVE-BALANCES
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, D, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE LEAVEBAL-FILE
           END-IF

           DISPLAY "Done."
           GOBACK.

       GET-LEAVE-KEY.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
           DISPLAY "Enter Leave Type (e.g. VAC, SICK):"
           ACCEPT WS-LEAVE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-LEAVE-TYPE) TO WS-LEAVE-TYPE
           MOVE WS-EMP-ID     TO LB-EMP-ID
           MOVE WS-LEAVE-TYPE TO LB-TYPE.

       GET-LEAVE-DETAIL.
           DISPLAY "Enter Description:"
           ACCEPT WS-LEAVE-DESC
           DISPLAY "Enter days accrued per month:"
           ACCEPT WS-ACCRUAL-RATE
           DISPLAY "Enter maximum balance in days (0 = no cap):"
           ACCEPT WS-MAX-BALANCE
           DISPLAY "Enter current balance in days:"
           ACCEPT WS-BALANCE
           PERFORM UNTIL WS-MAX-BALANCE = 0
                   OR WS-BALANCE NOT > WS-MAX-BALANCE
               DISPLAY "Balance cannot exceed the maximum."
                   " Re-enter:"
               ACCEPT WS-BALANCE
           END-PERFORM.

       ADD-LEAVE-BALANCE.
           PERFORM GET-LEAVE-KEY

           IF WS-LEAVE-TYPE = SPACES
               DISPLAY "Leave type cannot be blank."
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAVE-TYPE = WS-UNPAID-TYPE
               DISPLAY "UNPD is unpaid leave and carries no balance."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           READ LEAVEBAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               DISPLAY "Employee " WS-EMP-ID " already has a "
                   WS-LEAVE-TYPE " balance. Use Change instead."
           ELSE
               PERFORM GET-LEAVE-DETAIL

               *> A new balance has never been through a cycle, so
               *> it carries no posted period and its opening figure
               *> is simply what was keyed.
               MOVE WS-EMP-ID       TO LB-EMP-ID
               MOVE WS-LEAVE-TYPE   TO LB-TYPE
               MOVE WS-LEAVE-DESC   TO LB-DESC
               MOVE WS-ACCRUAL-RATE TO LB-ACCRUAL-RATE
               MOVE WS-MAX-BALANCE  TO LB-MAX-BALANCE
               MOVE WS-BALANCE      TO LB-BALANCE
               MOVE WS-BALANCE      TO LB-PERIOD-OPENING
               MOVE 0               TO LB-LAST-PERIOD
               WRITE LEAVE-BAL-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add leave balance."
                   NOT INVALID KEY
                       DISPLAY "Leave balance added."
               END-WRITE
           END-IF.

       CHANGE-LEAVE-BALANCE.
           PERFORM GET-LEAVE-KEY

           READ LEAVEBAL-FILE
               INVALID KEY
                   DISPLAY "No leave balance on file for that"
                       " employee and type."
               NOT INVALID KEY
                   MOVE LB-ACCRUAL-RATE TO WS-DISPLAY-RATE
                   MOVE LB-MAX-BALANCE  TO WS-DISPLAY-MAX
                   MOVE LB-BALANCE      TO WS-DISPLAY-BALANCE
                   DISPLAY "Current Description:  " LB-DESC
                   DISPLAY "Current Accrual/Month: " WS-DISPLAY-RATE
                   DISPLAY "Current Maximum:      " WS-DISPLAY-MAX
                   DISPLAY "Current Balance:      " WS-DISPLAY-BALANCE
                   DISPLAY "Last Period Posted:   " LB-LAST-PERIOD
                   PERFORM GET-LEAVE-DETAIL

                   *> A hand correction is the new starting point: a
                   *> rerun of the period already posted must start
                   *> from the corrected figure, not the old opening.
                   MOVE WS-LEAVE-DESC   TO LB-DESC
                   MOVE WS-ACCRUAL-RATE TO LB-ACCRUAL-RATE
                   MOVE WS-MAX-BALANCE  TO LB-MAX-BALANCE
                   MOVE WS-BALANCE      TO LB-BALANCE
                   MOVE WS-BALANCE      TO LB-PERIOD-OPENING
                   MOVE 0               TO LB-LAST-PERIOD
                   REWRITE LEAVE-BAL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite leave balance."
                       NOT INVALID KEY
                           DISPLAY "Leave balance updated."
                   END-REWRITE
           END-READ.

       DELETE-LEAVE-BALANCE.
           *> Removal is for a balance set up in error or a leave
           *> type the employee no longer holds; any days still on
           *> it should be settled or carried before it goes.
           PERFORM GET-LEAVE-KEY

           READ LEAVEBAL-FILE
               INVALID KEY
                   DISPLAY "No leave balance on file for that"
                       " employee and type."
               NOT INVALID KEY
                   IF LB-BALANCE > 0
                       MOVE LB-BALANCE TO WS-DISPLAY-BALANCE
                       DISPLAY "Note: " WS-DISPLAY-BALANCE
                           " days are still on this balance."
                   END-IF
                   DELETE LEAVEBAL-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete leave balance."
                       NOT INVALID KEY
                           DISPLAY "Leave balance removed."
                   END-DELETE
           END-READ.

       LIST-LEAVE-BALANCES.
           MOVE LOW-VALUES TO LB-KEY
           MOVE "N" TO WS-AT-END

           START LEAVEBAL-FILE KEY >= LB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "EMP-ID TYPE DESCRIPTION          ACCRUE"
               "    MAX    BAL PERIOD"
           DISPLAY "------ ---- -------------------- ------"
               " ------ ------ ------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ LEAVEBAL-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       MOVE LB-ACCRUAL-RATE TO WS-DISPLAY-RATE
                       MOVE LB-MAX-BALANCE  TO WS-DISPLAY-MAX
                       MOVE LB-BALANCE      TO WS-DISPLAY-BALANCE
                       DISPLAY LB-EMP-ID "  " LB-TYPE " " LB-DESC
                           "  " WS-DISPLAY-RATE " " WS-DISPLAY-MAX
                           " " WS-DISPLAY-BALANCE " " LB-LAST-PERIOD
               END-READ
           END-PERFORM.
