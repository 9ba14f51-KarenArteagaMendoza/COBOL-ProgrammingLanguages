       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDirMaintenance.

      *> Maintenance for the bank directory BankMaintenance checks
      *> every BA-BANK-ID against: one record per bank the deposit
      *> file may route money to, with its name, whether it still
      *> takes new accounts, and the fixed length of its account
      *> numbers where it has one. Keyed Add/Change/Delete/List in
      *> the BankMaintenance shape. A bank still named on the bank
      *> master cannot be deleted - mark it closed instead, so the
      *> accounts already there keep being paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKDIR-FILE ASSIGN TO "BANKDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-BANK-ID
               FILE STATUS IS WS-BANKDIR-STATUS.

           SELECT BANK-FILE ASSIGN TO "BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKDIR-FILE.
           COPY "bankdir.cpy".

       FD BANK-FILE.
           COPY "bankrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BANKDIR-STATUS  PIC X(2) VALUE SPACE.
       01 WS-BANK-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-IN-USE          PIC 9(5) VALUE 0.
       01 WS-BANK-ID         PIC X(8).
       01 WS-BANK-NAME       PIC X(30).
       01 WS-BANK-OPEN       PIC X.
       01 WS-ACCOUNT-LENGTH  PIC 9(2).

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-FOUND

           OPEN I-O BANKDIR-FILE

           IF WS-BANKDIR-STATUS = "35"
               DISPLAY "BANKDIR.DAT does not exist yet - creating"
                   " it."
               OPEN OUTPUT BANKDIR-FILE
               CLOSE BANKDIR-FILE
               OPEN I-O BANKDIR-FILE
           END-IF

           IF WS-BANKDIR-STATUS NOT = "00"
               DISPLAY "Unable to open BANKDIR.DAT - status "
                   WS-BANKDIR-STATUS "."
           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, List or eXit"
                       " (A/C/D/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-BANK
                       WHEN "C"
                           PERFORM CHANGE-BANK
                       WHEN "D"
                           PERFORM DELETE-BANK
                       WHEN "L"
                           PERFORM LIST-BANKS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, D, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE BANKDIR-FILE
           END-IF

           DISPLAY "Done."
           GOBACK.

       GET-BANK-ID.
           DISPLAY "Enter Bank ID:"
           ACCEPT WS-BANK-ID
           MOVE FUNCTION UPPER-CASE(WS-BANK-ID) TO WS-BANK-ID
           PERFORM UNTIL WS-BANK-ID NOT = SPACES
               DISPLAY "Bank ID cannot be blank. Re-enter:"
               ACCEPT WS-BANK-ID
               MOVE FUNCTION UPPER-CASE(WS-BANK-ID) TO WS-BANK-ID
           END-PERFORM.

       GET-BANK-DETAIL.
           DISPLAY "Enter Bank Name:"
           ACCEPT WS-BANK-NAME
           PERFORM UNTIL WS-BANK-NAME NOT = SPACES
               DISPLAY "Bank name cannot be blank. Re-enter:"
               ACCEPT WS-BANK-NAME
           END-PERFORM
           DISPLAY "Open to new accounts (Y/N)?"
           ACCEPT WS-BANK-OPEN
           MOVE FUNCTION UPPER-CASE(WS-BANK-OPEN) TO WS-BANK-OPEN
           PERFORM UNTIL WS-BANK-OPEN = "Y" OR WS-BANK-OPEN = "N"
               DISPLAY "Please enter Y or N:"
               ACCEPT WS-BANK-OPEN
               MOVE FUNCTION UPPER-CASE(WS-BANK-OPEN) TO WS-BANK-OPEN
           END-PERFORM
           DISPLAY "Account number length (0 if it varies):"
           ACCEPT WS-ACCOUNT-LENGTH
           PERFORM UNTIL WS-ACCOUNT-LENGTH NOT > 12
               DISPLAY "Account numbers hold at most 12 characters."
                   " Re-enter:"
               ACCEPT WS-ACCOUNT-LENGTH
           END-PERFORM.

       FILL-BANK-RECORD.
           MOVE WS-BANK-ID        TO BD-BANK-ID
           MOVE WS-BANK-NAME      TO BD-BANK-NAME
           IF WS-BANK-OPEN = "Y"
               MOVE "A" TO BD-STATUS
           ELSE
               MOVE "C" TO BD-STATUS
           END-IF
           MOVE WS-ACCOUNT-LENGTH TO BD-ACCOUNT-LENGTH.

       ADD-BANK.
           PERFORM GET-BANK-ID
           MOVE WS-BANK-ID TO BD-BANK-ID
           MOVE "N" TO WS-FOUND
           READ BANKDIR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               DISPLAY "Bank " WS-BANK-ID " is already in the"
                   " directory. Use Change instead."
           ELSE
               PERFORM GET-BANK-DETAIL
               PERFORM FILL-BANK-RECORD
               WRITE BANKDIR-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add the bank."
                   NOT INVALID KEY
                       DISPLAY "Bank added."
               END-WRITE
           END-IF.

       CHANGE-BANK.
           PERFORM GET-BANK-ID
           MOVE WS-BANK-ID TO BD-BANK-ID

           READ BANKDIR-FILE
               INVALID KEY
                   DISPLAY "Bank " WS-BANK-ID " is not in the"
                       " directory."
               NOT INVALID KEY
                   DISPLAY "Current Name:           " BD-BANK-NAME
                   DISPLAY "Current Status:         " BD-STATUS
                   DISPLAY "Current Account Length: "
                       BD-ACCOUNT-LENGTH
                   PERFORM GET-BANK-DETAIL
                   PERFORM FILL-BANK-RECORD
                   REWRITE BANKDIR-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite the bank."
                       NOT INVALID KEY
                           DISPLAY "Bank updated."
                   END-REWRITE
           END-READ.

       DELETE-BANK.
           PERFORM GET-BANK-ID
           MOVE WS-BANK-ID TO BD-BANK-ID

           READ BANKDIR-FILE
               INVALID KEY
                   DISPLAY "Bank " WS-BANK-ID " is not in the"
                       " directory."
                   EXIT PARAGRAPH
           END-READ

           PERFORM COUNT-ACCOUNTS-AT-BANK
           IF WS-IN-USE > 0
               DISPLAY "Bank " WS-BANK-ID " still holds " WS-IN-USE
                   " employee account(s). Mark it closed instead."
               EXIT PARAGRAPH
           END-IF

           DELETE BANKDIR-FILE
               INVALID KEY
                   DISPLAY "Unable to delete the bank."
               NOT INVALID KEY
                   DISPLAY "Bank removed from the directory."
           END-DELETE.

       COUNT-ACCOUNTS-AT-BANK.
           *> With no bank master there are no accounts to strand.
           MOVE 0 TO WS-IN-USE
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ BANK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF BA-BANK-ID = WS-BANK-ID
                           ADD 1 TO WS-IN-USE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FILE.

       LIST-BANKS.
           MOVE LOW-VALUES TO BD-BANK-ID
           MOVE "N" TO WS-AT-END

           START BANKDIR-FILE KEY >= BD-BANK-ID
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "BANK     NAME                           ST LEN"
           DISPLAY "-------- ------------------------------ -- ---"

           PERFORM UNTIL WS-AT-END = "Y"
               READ BANKDIR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       DISPLAY BD-BANK-ID " " BD-BANK-NAME " "
                           BD-STATUS "  " BD-ACCOUNT-LENGTH
               END-READ
           END-PERFORM.
