       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountMask.

      *> Decides how much of a bank account number an operator may
      *> see. BankMaintenance, ChangeApproval and PendingReport CALL
      *> here for every account they display instead of showing
      *> BA-ACCOUNT (or a pending change's before and after) as it
      *> stands. The operator's authority is read off OPERMAST.DAT
      *> on every call, not remembered, so a revoke in
      *> OperMaintenance takes effect on the very next line shown.
      *> An active operator with bank-administration authority gets
      *> the number in full and the reveal goes to SECLOG.DAT
      *> through SecurityLogger; anyone else - and any batch report
      *> running with no operator - gets asterisks and the last four
      *> characters, the same length as the number itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN DYNAMIC MASK-OPER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS MASK-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
           COPY "operrecord.cpy".

       WORKING-STORAGE SECTION.
       01 MASK-OPER-FILE-NAME PIC X(40) VALUE "OPERMAST.DAT".
       01 MASK-OPER-STATUS   PIC X(2) VALUE SPACE.
       01 MASK-FULL-ALLOWED  PIC X VALUE "N".
       01 MASK-LENGTH        PIC 9(2) VALUE 0.
       01 MASK-HIDDEN        PIC 9(2) VALUE 0.

           COPY "seclogrec.cpy".

       LINKAGE SECTION.
           COPY "acctmask.cpy".

       PROCEDURE DIVISION USING ACCOUNT-MASK-REQUEST.

           MOVE SPACES TO AM-SHOWN
           IF AM-ACCOUNT = SPACES
               GOBACK
           END-IF

           PERFORM CHECK-BANK-AUTHORITY

           IF MASK-FULL-ALLOWED = "Y"
               MOVE AM-ACCOUNT TO AM-SHOWN
               PERFORM LOG-THE-REVEAL
           ELSE
               PERFORM MASK-THE-ACCOUNT
           END-IF

           GOBACK.

       CHECK-BANK-AUTHORITY.
           *> No operator, no master, or no such operator all mean
           *> the mask: the safe answer when authority can't be
           *> proved.
           MOVE "N" TO MASK-FULL-ALLOWED
           IF AM-OPERATOR-ID = SPACES
                   OR AM-OPERATOR-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           ACCEPT MASK-OPER-FILE-NAME FROM ENVIRONMENT "OPERMAST"
               ON EXCEPTION
                   MOVE "OPERMAST.DAT" TO MASK-OPER-FILE-NAME
           END-ACCEPT

           OPEN INPUT OPER-FILE
           IF MASK-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE AM-OPERATOR-ID TO OPER-ID
           READ OPER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-STATUS = "A" AND OPER-BANK-ADMIN = "Y"
                       MOVE "Y" TO MASK-FULL-ALLOWED
                   END-IF
           END-READ
           CLOSE OPER-FILE.

       MASK-THE-ACCOUNT.
           *> Keep the last four characters of the number as keyed
           *> (trailing spaces aside); everything before them becomes
           *> an asterisk. A number of four characters or fewer is
           *> masked whole rather than shown whole.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AM-ACCOUNT TRAILING))
               TO MASK-LENGTH
           IF MASK-LENGTH <= 4
               MOVE ALL "*" TO AM-SHOWN(1:MASK-LENGTH)
               EXIT PARAGRAPH
           END-IF
           COMPUTE MASK-HIDDEN = MASK-LENGTH - 4
           MOVE ALL "*" TO AM-SHOWN(1:MASK-HIDDEN)
           MOVE AM-ACCOUNT(MASK-HIDDEN + 1:4)
               TO AM-SHOWN(MASK-HIDDEN + 1:4).

       LOG-THE-REVEAL.
           MOVE SPACES         TO SECLOG-RECORD
           MOVE AM-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE "ACCTSHOW"     TO SL-EVENT
           MOVE AM-PROGRAM     TO SL-PROGRAM
           STRING "EMPLOYEE " AM-EMP-ID " ACCOUNT SHOWN IN FULL"
               DELIMITED BY SIZE INTO SL-DETAIL
           END-STRING
           CALL "SecurityLogger" USING SECLOG-RECORD.
