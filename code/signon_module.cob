       01 RECENT-HASH-3      PIC X(10) VALUE SPACE.
       01 HASH-REUSED        PIC X VALUE "N".

       *> Every attempt - good, bad, locked, expired - goes to
       *> SECLOG.DAT through SecurityLogger, so the daily violations
       *> report can see who tried what and when. The lockout on the
       *> master only ever recorded the end result.
           COPY "seclogrec.cpy".

       LINKAGE SECTION.
      *> The caller's reply area. MainMenu passes the shared EXTERNAL
      *> SIGNON-INFO group so the whole session sees the identity;
               IF SR-ROLE NOT = "U"
                   MOVE "I" TO SR-ROLE
               END-IF
               MOVE SPACES TO SECLOG-RECORD
               MOVE "SIGNON" TO SL-EVENT
               STRING "ROLE " SR-ROLE DELIMITED BY SIZE
                   INTO SL-DETAIL
               PERFORM LOG-SIGNON-EVENT
           END-IF

           GOBACK.
           READ OPER-FILE
               INVALID KEY
                   DISPLAY "Operator ID or password not recognized."
                   MOVE SPACES TO SECLOG-RECORD
                   MOVE "UNKNOWN" TO SL-EVENT
                   MOVE "OPERATOR ID NOT ON OPERMAST" TO SL-DETAIL
                   PERFORM LOG-SIGNON-EVENT
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-RECORD
           END-READ.
           EVALUATE TRUE
               WHEN OPER-STATUS = "L"
                   DISPLAY "Account is locked - see the supervisor."
                   MOVE SPACES TO SECLOG-RECORD
                   MOVE "LOCKED" TO SL-EVENT
                   MOVE "ATTEMPT ON LOCKED ACCOUNT" TO SL-DETAIL
                   PERFORM LOG-SIGNON-EVENT
               WHEN OPER-STATUS = "D"
                   DISPLAY "Account is disabled."
                   MOVE SPACES TO SECLOG-RECORD
                   MOVE "DISABLED" TO SL-EVENT
                   MOVE "ATTEMPT ON DISABLED ACCOUNT" TO SL-DETAIL
                   PERFORM LOG-SIGNON-EVENT
               WHEN PASSWORD-OK NOT = "Y"
                   DISPLAY "Operator ID or password not recognized."
                   ADD 1 TO OPER-FAIL-COUNT
                   MOVE SPACES TO SECLOG-RECORD
                   MOVE "BADPWD" TO SL-EVENT
                   STRING "FAILED ATTEMPT " OPER-FAIL-COUNT
                       DELIMITED BY SIZE INTO SL-DETAIL
                   PERFORM LOG-SIGNON-EVENT
                   IF OPER-FAIL-COUNT >= 3
                       MOVE "L" TO OPER-STATUS
                       DISPLAY "Account locked after "
                           OPER-FAIL-COUNT " failed attempts."
                       MOVE SPACES TO SECLOG-RECORD
                       MOVE "LOCKOUT" TO SL-EVENT
                       STRING "LOCKED AFTER " OPER-FAIL-COUNT
                           " FAILED ATTEMPTS" DELIMITED BY SIZE
                           INTO SL-DETAIL
                       PERFORM LOG-SIGNON-EVENT
                   END-IF
                   REWRITE OPER-RECORD
                       INVALID KEY
           IF CHANGE-ANSWER NOT = "Y"
               DISPLAY "Sign-on refused - the password stays"
                   " expired."
               MOVE SPACES TO SECLOG-RECORD
               MOVE "EXPIRED" TO SL-EVENT
               MOVE "CHANGE DECLINED" TO SL-DETAIL
               PERFORM LOG-SIGNON-EVENT
           ELSE
               PERFORM CHANGE-OWN-PASSWORD
               MOVE SPACES TO SECLOG-RECORD
               IF CHANGE-DONE = "Y"
                   MOVE "Y" TO SIGNON-OK
                   MOVE "PWDCHANGE" TO SL-EVENT
                   MOVE "EXPIRED PASSWORD REPLACED" TO SL-DETAIL
               ELSE
                   MOVE "EXPIRED" TO SL-EVENT
                   MOVE "NEW PASSWORD REJECTED" TO SL-DETAIL
               END-IF
               PERFORM LOG-SIGNON-EVENT
           END-IF.

       CHANGE-OWN-PASSWORD.
               WRITE PWDH-RECORD
               CLOSE PWDH-FILE
           END-IF.

       LOG-SIGNON-EVENT.
           *> The caller has cleared SECLOG-RECORD and set the event
           *> and detail; SecurityLogger numbers and stamps it.
           MOVE ENTERED-ID     TO SL-OPERATOR-ID
           MOVE "SignOnModule" TO SL-PROGRAM
           CALL "SecurityLogger" USING SECLOG-RECORD.
