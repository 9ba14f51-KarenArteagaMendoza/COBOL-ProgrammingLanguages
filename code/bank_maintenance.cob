      *> the bank, account number, and account name the net pay goes
      *> to. Keyed Add/Change/Delete/List in the DeptMaintenance
      *> shape. The employee ID is checked against EMPLOYEE.DAT so a
      *> mistyped ID can't quietly route somebody's pay nowhere, and
      *> the bank ID against the bank directory (BANKDIR.DAT). A new
      *> or changed account does not go onto BANKMAST.DAT from here:
      *> it waits on PENDCHG.DAT until a second operator approves it
      *> in ChangeApproval, which then puts the account on prenote
      *> (PRENOTE.DAT) - the pay cycle keeps paying by cheque until a
      *> zero-amount prenote has gone to the bank and come through
      *> unreturned. Account numbers already on file are shown
      *> through AccountMask: last four digits only, unless the
      *> operator holds bank-administration authority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BANKDIR-FILE ASSIGN TO "BANKDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-BANK-ID
               FILE STATUS IS WS-BANKDIR-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-ID
               FILE STATUS IS WS-PRENOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD BANKDIR-FILE.
           COPY "bankdir.cpy".

       FD PRENOTE-FILE.
           COPY "prenote.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-BANKDIR-STATUS  PIC X(2) VALUE SPACE.
       01 WS-BANKDIR-OK      PIC X VALUE "N".
       01 WS-PRENOTE-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PRENOTE-OK      PIC X VALUE "N".
       01 WS-BANK-ID-OK      PIC X VALUE "N".
       01 WS-ACCOUNT-LENGTH  PIC 9(2) VALUE 0.
       01 WS-PRENOTE-SHOWN   PIC X(7) VALUE SPACES.
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-ACCOUNT         PIC X(12).
       01 WS-ACCT-NAME       PIC X(30).

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. The operator is the maker recorded
       *> on every account change queued.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

           COPY "pendchg.cpy".

           COPY "acctmask.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-FOUND
           MOVE "N"   TO WS-EMP-FILE-OK
           MOVE "N"   TO WS-BANKDIR-OK
           MOVE "N"   TO WS-PRENOTE-OK
           MOVE "N"   TO WS-SIGNON-OK

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O BANK-FILE

                       " will not be validated this session."
               END-IF

               OPEN INPUT BANKDIR-FILE
               IF WS-BANKDIR-STATUS = "00"
                   MOVE "Y" TO WS-BANKDIR-OK
               ELSE
                   DISPLAY "Warning: unable to open BANKDIR.DAT -"
                       " status " WS-BANKDIR-STATUS ". Bank IDs"
                       " will not be validated this session."
               END-IF

               OPEN I-O PRENOTE-FILE
               IF WS-PRENOTE-STATUS = "35"
                   DISPLAY "PRENOTE.DAT does not exist yet -"
                       " creating it."
                   OPEN OUTPUT PRENOTE-FILE
                   CLOSE PRENOTE-FILE
                   OPEN I-O PRENOTE-FILE
               END-IF
               IF WS-PRENOTE-STATUS = "00"
                   MOVE "Y" TO WS-PRENOTE-OK
               ELSE
                   DISPLAY "Warning: unable to open PRENOTE.DAT -"
                       " status " WS-PRENOTE-STATUS ". Prenote status"
                       " will not be shown this session."
               END-IF

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, List or eXit"
                       " (A/C/D/L/X)?"
               IF WS-EMP-FILE-OK = "Y"
                   CLOSE EMP-FILE
               END-IF
               IF WS-BANKDIR-OK = "Y"
                   CLOSE BANKDIR-FILE
               END-IF
               IF WS-PRENOTE-OK = "Y"
                   CLOSE PRENOTE-FILE
               END-IF
           END-IF

           DISPLAY "Done."
           GOBACK.

       SIGN-ON.
           *> An account decides where somebody's pay goes, so
           *> keying one needs update authority.
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
                   " authority - this program changes where pay is"
                   " deposited."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           MOVE "N" TO WS-EMP-OK
           IF WS-EMP-ID = WS-TRAILER-KEY
           DISPLAY "Enter Bank ID:"
           ACCEPT WS-BANK-ID
           MOVE FUNCTION UPPER-CASE(WS-BANK-ID) TO WS-BANK-ID
           PERFORM CHECK-BANK-ID
           PERFORM UNTIL WS-BANK-ID-OK = "Y"
               DISPLAY "Re-enter Bank ID:"
               ACCEPT WS-BANK-ID
               MOVE FUNCTION UPPER-CASE(WS-BANK-ID) TO WS-BANK-ID
               PERFORM CHECK-BANK-ID
           END-PERFORM
           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT
           PERFORM UNTIL WS-ACCOUNT NOT = SPACES
                   AND (WS-ACCOUNT-LENGTH = 0
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ACCOUNT))
                       = WS-ACCOUNT-LENGTH)
               IF WS-ACCOUNT = SPACES
                   DISPLAY "Account number cannot be blank. Re-enter:"
               ELSE
                   DISPLAY "Account numbers at " WS-BANK-ID " are "
                       WS-ACCOUNT-LENGTH " characters. Re-enter:"
               END-IF
               ACCEPT WS-ACCOUNT
           END-PERFORM
           DISPLAY "Enter Account Name:"
           ACCEPT WS-ACCT-NAME.

       CHECK-BANK-ID.
           *> Only an open bank on the directory is accepted; with
           *> no directory to check against, any non-blank ID is.
           MOVE "N" TO WS-BANK-ID-OK
           MOVE 0 TO WS-ACCOUNT-LENGTH
           IF WS-BANK-ID = SPACES
               DISPLAY "Bank ID cannot be blank."
               EXIT PARAGRAPH
           END-IF
           IF WS-BANKDIR-OK NOT = "Y"
               MOVE "Y" TO WS-BANK-ID-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BANK-ID TO BD-BANK-ID
           READ BANKDIR-FILE
               INVALID KEY
                   DISPLAY "Bank " WS-BANK-ID " is not in the bank"
                       " directory."
               NOT INVALID KEY
                   IF BD-STATUS = "C"
                       DISPLAY "Bank " WS-BANK-ID " (" BD-BANK-NAME
                           ") is closed to new accounts."
                   ELSE
                       DISPLAY "Bank: " BD-BANK-NAME
                       MOVE BD-ACCOUNT-LENGTH TO WS-ACCOUNT-LENGTH
                       MOVE "Y" TO WS-BANK-ID-OK
                   END-IF
           END-READ.

       QUEUE-ACCOUNT-CHANGE.
           *> The caller has set the before values (SPACES for a new
           *> account); the keyed account is the after.
           MOVE "BNK"          TO PD-TYPE
           MOVE WS-EMP-ID      TO PD-EMP-ID
           MOVE WS-OPERATOR-ID TO PD-MAKER-ID
           MOVE WS-BANK-ID     TO PD-A-BANK-ID
           MOVE WS-ACCOUNT     TO PD-A-ACCOUNT
           MOVE WS-ACCT-NAME   TO PD-A-ACCT-NAME
           CALL "PendingChangeWriter" USING PENDCHG-RECORD
           IF PD-CHANGE-NO = 0
               DISPLAY "Bank details NOT recorded."
           ELSE
               DISPLAY "Bank details pending approval as change "
                   PD-CHANGE-NO " - nothing changes until another"
                   " operator approves it."
           END-IF.

       SHOW-PRENOTE-STATUS.
           MOVE "LIVE" TO WS-PRENOTE-SHOWN
           IF WS-PRENOTE-OK = "Y"
               MOVE BA-EMP-ID TO PN-EMP-ID
               READ PRENOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE PN-STATUS
                           WHEN "P"
                               MOVE "PENDING" TO WS-PRENOTE-SHOWN
                           WHEN "S"
                               MOVE "SENT" TO WS-PRENOTE-SHOWN
                           WHEN "R"
                               MOVE "RETURND" TO WS-PRENOTE-SHOWN
                       END-EVALUATE
               END-READ
           END-IF.

       MASK-BANK-ACCOUNT.
           MOVE SPACES            TO ACCOUNT-MASK-REQUEST
           MOVE WS-OPERATOR-ID    TO AM-OPERATOR-ID
           MOVE "BankMaintenance" TO AM-PROGRAM
           MOVE BA-EMP-ID         TO AM-EMP-ID
           MOVE BA-ACCOUNT        TO AM-ACCOUNT
           CALL "AccountMask" USING ACCOUNT-MASK-REQUEST.

       ADD-BANK-DETAILS.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
                       " details. Use Change instead."
               ELSE
                   PERFORM GET-BANK-DETAIL
                   MOVE SPACES TO PENDCHG-RECORD
                   PERFORM QUEUE-ACCOUNT-CHANGE
               END-IF
           END-IF.

                       " employee."
               NOT INVALID KEY
                   DISPLAY "Current Bank ID:      " BA-BANK-ID
                   PERFORM MASK-BANK-ACCOUNT
                   DISPLAY "Current Account:      " AM-SHOWN
                   DISPLAY "Current Account Name: " BA-ACCT-NAME
                   PERFORM GET-BANK-DETAIL

                   IF WS-BANK-ID = BA-BANK-ID
                           AND WS-ACCOUNT = BA-ACCOUNT
                           AND WS-ACCT-NAME = BA-ACCT-NAME
                       DISPLAY "Nothing changed."
                   ELSE
                       MOVE SPACES TO PENDCHG-RECORD
                       MOVE BA-BANK-ID   TO PD-B-BANK-ID
                       MOVE BA-ACCOUNT   TO PD-B-ACCOUNT
                       MOVE BA-ACCT-NAME TO PD-B-ACCT-NAME
                       PERFORM QUEUE-ACCOUNT-CHANGE
                   END-IF
           END-READ.

       DELETE-BANK-DETAILS.
                       NOT INVALID KEY
                           DISPLAY "Bank details removed - the next"
                               " cycle pays this employee by cheque."
                           IF WS-PRENOTE-OK = "Y"
                               MOVE WS-EMP-ID TO PN-EMP-ID
                               DELETE PRENOTE-FILE
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                   END-DELETE
           END-READ.

                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "EMP-ID BANK     ACCOUNT      PRENOTE ACCOUNT NAME"
           DISPLAY "------ -------- ------------ ------- ------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ BANK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM SHOW-PRENOTE-STATUS
                       PERFORM MASK-BANK-ACCOUNT
                       DISPLAY BA-EMP-ID " " BA-BANK-ID " "
                           AM-SHOWN " " WS-PRENOTE-SHOWN " "
                           BA-ACCT-NAME
               END-READ
           END-PERFORM.
