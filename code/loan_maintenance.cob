       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaintenance.

      *> Maintenance for the loan master the pay cycle pays out and
      *> recovers from: salary advances and small staff loans, one
      *> record per loan. A new loan is approved here and paid out
      *> by the next supplemental PayrollCycle run; every live cycle
      *> from its start period then takes the instalment from net
      *> pay until the balance reaches zero. Until it is paid out a
      *> loan can be changed or cancelled; once it is being
      *> recovered only the instalment and start period can change,
      *> and a balance that will never be recovered is written off
      *> here - the GL side of a write-off is Finance's journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "loanrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-NAME  PIC X(40) VALUE "LOANMAST.DAT".
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".

       01 WS-LOAN-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-EMP-OK          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. Every loan carries the operator who
       *> last approved or changed it.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-EMP-ID          PIC 9(5).
       01 WS-LOAN-NO         PIC 9(2).
       01 WS-NEXT-LOAN-NO    PIC 9(2).
       01 WS-LOAN-TYPE       PIC X.
       01 WS-PRINCIPAL       PIC 9(7)V99.
       01 WS-INSTALMENT      PIC 9(7)V99.
       01 WS-START-PERIOD    PIC 9(6).
       01 WS-START-MM        PIC 9(2).
       01 WS-REASON          PIC X(20).
       01 WS-TODAY           PIC 9(8).
       01 WS-LIST-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL      PIC 9(11)V99 VALUE 0.
       01 AMOUNT-ED          PIC Z,ZZZ,ZZ9.99.
       01 BALANCE-ED         PIC Z,ZZZ,ZZ9.99.
       01 INSTAL-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-SIGNON-OK
           MOVE "N"   TO WS-EMP-FILE-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O LOAN-FILE

           IF WS-LOAN-STATUS = "35"
               DISPLAY "LOANMAST.DAT does not exist yet - creating"
                   " it."
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF

           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Unable to open LOANMAST.DAT - status "
                   WS-LOAN-STATUS "."
           ELSE
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE "Y" TO WS-EMP-FILE-OK
               ELSE
                   DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                       " status " WS-EMP-STATUS ". Employee IDs"
                       " will not be validated this session."
               END-IF

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Cancel, Write off, List or"
                       " eXit (A/C/N/W/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-LOAN
                       WHEN "C"
                           PERFORM CHANGE-LOAN
                       WHEN "N"
                           PERFORM CANCEL-LOAN
                       WHEN "W"
                           PERFORM WRITE-OFF-LOAN
                       WHEN "L"
                           PERFORM LIST-LOANS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, N, W, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE LOAN-FILE
               IF WS-EMP-FILE-OK = "Y"
                   CLOSE EMP-FILE
               END-IF
           END-IF

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-LOAN-FILE-NAME FROM ENVIRONMENT "LOANMAST"
               ON EXCEPTION
                   MOVE "LOANMAST.DAT" TO WS-LOAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT.

       SIGN-ON.
           *> A loan pays money out and takes it back from net pay,
           *> so approving or changing one needs update authority.
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
                   " authority - this program changes the loan"
                   " master."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
           *> Only a current employee can be lent money.
           MOVE "N" TO WS-EMP-OK
           IF WS-EMP-ID = WS-TRAILER-KEY
               DISPLAY "Employee ID " WS-EMP-ID " is reserved for"
                   " the trailer record."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-FILE-OK NOT = "Y"
               MOVE "Y" TO WS-EMP-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Employee " WS-EMP-ID " is not on the"
                       " employee master."
               NOT INVALID KEY
                   IF EMP-STATUS = "T"
                       DISPLAY "Employee " WS-EMP-ID " (" EMP-NAME
                           ") was terminated on " EMP-TERM-DATE "."
                   ELSE
                       DISPLAY "Employee: " EMP-NAME
                       MOVE "Y" TO WS-EMP-OK
                   END-IF
           END-READ.

       GET-LOAN-KEY.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-EMP-ID
           DISPLAY "Enter loan number:"
           ACCEPT WS-LOAN-NO
           MOVE WS-EMP-ID  TO LN-EMP-ID
           MOVE WS-LOAN-NO TO LN-LOAN-NO.

       GET-TERMS.
           *> The instalment may not exceed the principal, and the
           *> first recovery must be a regular month (not a
           *> supplemental period).
           DISPLAY "Enter monthly instalment:"
           ACCEPT WS-INSTALMENT
           PERFORM UNTIL WS-INSTALMENT > 0
                   AND WS-INSTALMENT NOT > WS-PRINCIPAL
               DISPLAY "The instalment must be more than zero and no"
                   " more than the principal. Re-enter:"
               ACCEPT WS-INSTALMENT
           END-PERFORM
           DISPLAY "Enter first recovery period (YYYYMM):"
           ACCEPT WS-START-PERIOD
           MOVE WS-START-PERIOD(5:2) TO WS-START-MM
           PERFORM UNTIL WS-START-MM >= 1 AND WS-START-MM <= 12
               DISPLAY "Enter a regular month, YYYYMM:"
               ACCEPT WS-START-PERIOD
               MOVE WS-START-PERIOD(5:2) TO WS-START-MM
           END-PERFORM.

       ADD-LOAN.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           *> The next free loan number for the employee, after the
           *> highest already on file.
           MOVE 1 TO WS-NEXT-LOAN-NO
           MOVE WS-EMP-ID TO LN-EMP-ID
           MOVE 0 TO LN-LOAN-NO
           MOVE "N" TO WS-AT-END
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START
           PERFORM UNTIL WS-AT-END = "Y"
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF LN-EMP-ID NOT = WS-EMP-ID
                           MOVE "Y" TO WS-AT-END
                       ELSE
                           IF LN-STATUS = "P" OR LN-STATUS = "O"
                               MOVE LN-BALANCE TO BALANCE-ED
                               DISPLAY "Note: loan " LN-LOAN-NO
                                   " is still open (status "
                                   LN-STATUS ", balance " BALANCE-ED
                                   ")."
                           END-IF
                           COMPUTE WS-NEXT-LOAN-NO = LN-LOAN-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NEXT-LOAN-NO > 99 OR WS-NEXT-LOAN-NO = 0
               DISPLAY "Employee " WS-EMP-ID " has used every loan"
                   " number."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Advance or Loan (A/L)?"
           ACCEPT WS-LOAN-TYPE
           MOVE FUNCTION UPPER-CASE(WS-LOAN-TYPE) TO WS-LOAN-TYPE
           PERFORM UNTIL WS-LOAN-TYPE = "A" OR WS-LOAN-TYPE = "L"
               DISPLAY "Please enter A or L:"
               ACCEPT WS-LOAN-TYPE
               MOVE FUNCTION UPPER-CASE(WS-LOAN-TYPE) TO WS-LOAN-TYPE
           END-PERFORM
           DISPLAY "Enter principal:"
           ACCEPT WS-PRINCIPAL
           PERFORM UNTIL WS-PRINCIPAL > 0
               DISPLAY "The principal must be more than zero."
                   " Re-enter:"
               ACCEPT WS-PRINCIPAL
           END-PERFORM
           PERFORM GET-TERMS
           DISPLAY "Enter reason (up to 20 characters):"
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON

           MOVE SPACES TO LOAN-RECORD
           MOVE WS-EMP-ID       TO LN-EMP-ID
           MOVE WS-NEXT-LOAN-NO TO LN-LOAN-NO
           MOVE WS-LOAN-TYPE    TO LN-TYPE
           MOVE "P"             TO LN-STATUS
           MOVE WS-PRINCIPAL    TO LN-PRINCIPAL
           MOVE WS-INSTALMENT   TO LN-INSTALMENT
           MOVE WS-START-PERIOD TO LN-START-PERIOD
           MOVE 0               TO LN-BALANCE
           MOVE 0               TO LN-PRIOR-BALANCE
           MOVE 0               TO LN-ISSUE-PERIOD
           MOVE 0               TO LN-LAST-PERIOD
           MOVE 0               TO LN-LAST-TAKEN
           MOVE WS-REASON       TO LN-REASON
           MOVE WS-OPERATOR-ID  TO LN-OPERATOR-ID
           MOVE WS-TODAY        TO LN-CREATED-DATE
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to add the loan - status "
                       WS-LOAN-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Loan " WS-NEXT-LOAN-NO " approved - paid"
                       " out by the next supplemental pay run."
           END-WRITE.

       CHANGE-LOAN.
           PERFORM GET-LOAN-KEY
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS NOT = "P" AND LN-STATUS NOT = "O"
               DISPLAY "Loan " LN-LOAN-NO " is closed - status "
                   LN-STATUS "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ONE-LOAN
           IF LN-STATUS = "P"
               DISPLAY "Enter principal:"
               ACCEPT WS-PRINCIPAL
               PERFORM UNTIL WS-PRINCIPAL > 0
                   DISPLAY "The principal must be more than zero."
                       " Re-enter:"
                   ACCEPT WS-PRINCIPAL
               END-PERFORM
           ELSE
               *> Paid out: the balance is what the terms recover.
               MOVE LN-BALANCE TO WS-PRINCIPAL
           END-IF
           PERFORM GET-TERMS

           IF LN-STATUS = "P"
               MOVE WS-PRINCIPAL TO LN-PRINCIPAL
           END-IF
           MOVE WS-INSTALMENT   TO LN-INSTALMENT
           MOVE WS-START-PERIOD TO LN-START-PERIOD
           MOVE WS-OPERATOR-ID  TO LN-OPERATOR-ID
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite the loan."
               NOT INVALID KEY
                   DISPLAY "Loan updated."
           END-REWRITE.

       CANCEL-LOAN.
           PERFORM GET-LOAN-KEY
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS NOT = "P"
               DISPLAY "Only a loan not yet paid out can be"
                   " cancelled - loan " LN-LOAN-NO " is status "
                   LN-STATUS "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ONE-LOAN
           DISPLAY "Cancel this loan? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Loan left as approved."
               EXIT PARAGRAPH
           END-IF
           MOVE "X"            TO LN-STATUS
           MOVE WS-OPERATOR-ID TO LN-OPERATOR-ID
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to cancel the loan."
               NOT INVALID KEY
                   DISPLAY "Loan cancelled."
           END-REWRITE.

       WRITE-OFF-LOAN.
           PERFORM GET-LOAN-KEY
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No such loan."
                   EXIT PARAGRAPH
           END-READ
           IF LN-STATUS NOT = "O"
               DISPLAY "Only a loan being recovered can be written"
                   " off - loan " LN-LOAN-NO " is status " LN-STATUS
                   "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ONE-LOAN
           DISPLAY "Enter reason (up to 20 characters):"
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "A reason is required. Re-enter:"
               ACCEPT WS-REASON
               MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           END-PERFORM
           DISPLAY "Write off the open balance? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Loan left open."
               EXIT PARAGRAPH
           END-IF
           MOVE "W"            TO LN-STATUS
           MOVE WS-REASON      TO LN-REASON
           MOVE WS-OPERATOR-ID TO LN-OPERATOR-ID
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to write the loan off."
               NOT INVALID KEY
                   MOVE LN-BALANCE TO BALANCE-ED
                   DISPLAY "Loan written off with " BALANCE-ED
                       " open - recovery stops. Send Finance the"
                       " write-off for the loan receivable."
           END-REWRITE.

       SHOW-ONE-LOAN.
           MOVE LN-PRINCIPAL  TO AMOUNT-ED
           MOVE LN-BALANCE    TO BALANCE-ED
           MOVE LN-INSTALMENT TO INSTAL-ED
           DISPLAY "Loan " LN-EMP-ID "/" LN-LOAN-NO " type " LN-TYPE
               " status " LN-STATUS " - " LN-REASON
           DISPLAY "  Principal " AMOUNT-ED "  paid out "
               LN-ISSUE-PERIOD
           DISPLAY "  Instalment " INSTAL-ED " from "
               LN-START-PERIOD "  balance " BALANCE-ED.

       LIST-LOANS.
           DISPLAY "Enter Employee ID (0 = all):"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO LN-EMP-ID
           MOVE 0 TO LN-LOAN-NO
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE "N" TO WS-AT-END
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "EMP-ID NO T S PRINCIPAL    INSTALMENT   FROM  "
               " PAID   BALANCE"
           DISPLAY "------ -- - - ------------ ------------ ------"
               " ------ ------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF WS-EMP-ID NOT = 0
                               AND LN-EMP-ID NOT = WS-EMP-ID
                           MOVE "Y" TO WS-AT-END
                       ELSE
                           MOVE LN-PRINCIPAL  TO AMOUNT-ED
                           MOVE LN-INSTALMENT TO INSTAL-ED
                           MOVE LN-BALANCE    TO BALANCE-ED
                           DISPLAY LN-EMP-ID "  " LN-LOAN-NO " "
                               LN-TYPE " " LN-STATUS " " AMOUNT-ED
                               " " INSTAL-ED " " LN-START-PERIOD " "
                               LN-ISSUE-PERIOD " " BALANCE-ED
                           ADD 1 TO WS-LIST-COUNT
                           IF LN-STATUS = "O"
                               ADD LN-BALANCE TO WS-OPEN-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-OPEN-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY WS-LIST-COUNT " loan(s) listed; open balance "
               WS-DISPLAY-TOTAL.
