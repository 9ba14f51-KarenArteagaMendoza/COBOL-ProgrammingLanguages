      *> Operators used to live as literals compiled into the sign-on
      *> table; this file is where they live now, so turnover is a
      *> data change and nobody can read a password out of the source.
      *> Bank-administration authority - the right to see account
      *> numbers in full - is granted and revoked here on its own,
      *> apart from the role; no operator has it until granted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-PASSWORD-HASH   PIC X(10).
       01 WS-EXPIRY-DATE     PIC 9(8).
       01 WS-NEW-ROLE        PIC X(1).
       01 WS-NEW-BANK-ADMIN  PIC X(1).

       PROCEDURE DIVISION.

           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Password change, Role change,"
                       " Bank authority, Disable, Enable, List or"
                       " eXit (A/P/R/B/D/E/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                           PERFORM CHANGE-PASSWORD
                       WHEN "R"
                           PERFORM CHANGE-ROLE
                       WHEN "B"
                           PERFORM CHANGE-BANK-AUTHORITY
                       WHEN "D"
                           PERFORM DISABLE-OPERATOR
                       WHEN "E"
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, P, R, B, D, E,"
                               " L or X."
                   END-EVALUATE
               END-PERFORM

           MOVE 19000101   TO OPER-PWD-EXPIRES
           MOVE 0          TO OPER-FAIL-COUNT
           MOVE "U"        TO OPER-ROLE
           MOVE "N"        TO OPER-BANK-ADMIN
           WRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "Unable to seed the ADMIN account."
                   MOVE WS-EXPIRY-DATE  TO OPER-PWD-EXPIRES
                   MOVE 0               TO OPER-FAIL-COUNT
                   MOVE WS-NEW-ROLE     TO OPER-ROLE
                   MOVE "N"             TO OPER-BANK-ADMIN
                   WRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to add operator."
                   END-REWRITE
           END-READ.

       CHANGE-BANK-AUTHORITY.
           *> Granting this lets the operator read every employee's
           *> account number in full, so it is never part of an add
           *> and is only ever switched on here, one operator at a
           *> time.
           DISPLAY "Enter Operator ID:"
           ACCEPT WS-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OPER-ID

           READ OPER-FILE
               INVALID KEY
                   DISPLAY "No operator on the master with that ID."
               NOT INVALID KEY
                   IF OPER-BANK-ADMIN = "Y"
                       DISPLAY "Operator " OPER-ID " has bank-"
                           "administration authority."
                   ELSE
                       DISPLAY "Operator " OPER-ID " does not have"
                           " bank-administration authority."
                   END-IF
                   DISPLAY "Grant or revoke bank-administration"
                       " authority (Y = grant, N = revoke):"
                   ACCEPT WS-NEW-BANK-ADMIN
                   MOVE FUNCTION UPPER-CASE(WS-NEW-BANK-ADMIN)
                       TO WS-NEW-BANK-ADMIN
                   PERFORM UNTIL WS-NEW-BANK-ADMIN = "Y"
                           OR WS-NEW-BANK-ADMIN = "N"
                       DISPLAY "Enter Y or N:"
                       ACCEPT WS-NEW-BANK-ADMIN
                       MOVE FUNCTION UPPER-CASE(WS-NEW-BANK-ADMIN)
                           TO WS-NEW-BANK-ADMIN
                   END-PERFORM
                   MOVE WS-NEW-BANK-ADMIN TO OPER-BANK-ADMIN
                   REWRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite operator."
                       NOT INVALID KEY
                           DISPLAY "Bank authority changed."
                   END-REWRITE
           END-READ.

       CHANGE-PASSWORD.
           DISPLAY "Enter Operator ID:"
           ACCEPT WS-OPERATOR-ID
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "OPERATOR   ST ROLE EXPIRES  FAILS BANK"
           DISPLAY "---------- -- ---- -------- ----- ----"

           PERFORM UNTIL WS-AT-END = "Y"
               READ OPER-FILE NEXT
                   NOT AT END
                       DISPLAY OPER-ID " " OPER-STATUS "  "
                           OPER-ROLE "    " OPER-PWD-EXPIRES " "
                           OPER-FAIL-COUNT "     " OPER-BANK-ADMIN
               END-READ
           END-PERFORM.
