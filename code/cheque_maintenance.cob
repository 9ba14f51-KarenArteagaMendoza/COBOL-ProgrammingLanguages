       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeMaintenance.

      *> Maintenance for the cheque register the pay cycle prints
      *> against. Every number on the cheque stock has to be
      *> accounted for on CHQREG.DAT: PayrollCycle records the
      *> cheques it issues, and this program records the rest - a
      *> blank spoiled in the printer, an issued cheque voided
      *> (lost, stale, paid some other way), and any numbers jumped
      *> when the CHQCTL.DAT control record is moved on to a new
      *> box of stock. A voided cheque is also written to the
      *> POSPAYV.DAT void notice for the bank, so it is refused
      *> if presented - the notice of the payee's company, named
      *> as its pay cycle names the cheque files (see
      *> CompanyLookup). The List shows the register in number
      *> order and flags any number missing from it, so the
      *> register can be proved complete at a glance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQREG-FILE ASSIGN DYNAMIC WS-CHQREG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHEQUE-NO
               ALTERNATE RECORD KEY IS CR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT CHQCTL-FILE ASSIGN DYNAMIC WS-CHQCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQCTL-STATUS.

           SELECT POSPAYV-FILE ASSIGN DYNAMIC WS-POSPAYV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAYV-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHQREG-FILE.
           COPY "chqreg.cpy".

       FD CHQCTL-FILE.
           COPY "chqctl.cpy".

       FD POSPAYV-FILE.
           COPY "pospay.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHQREG-FILE-NAME  PIC X(40) VALUE "CHQREG.DAT".
       01 WS-CHQCTL-FILE-NAME  PIC X(40) VALUE "CHQCTL.DAT".
       01 WS-POSPAYV-FILE-NAME PIC X(40) VALUE "POSPAYV.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-POSPAYV-BASE-NAME PIC X(40).

       01 WS-CHQREG-STATUS   PIC X(2) VALUE SPACE.
       01 WS-CHQCTL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-POSPAYV-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. Every register entry made here
       *> carries the operator.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-CHEQUE-NO       PIC 9(8).
       01 WS-REASON          PIC X(20).
       01 WS-NEXT-CHEQUE     PIC 9(8) VALUE 0.
       01 WS-NEW-NEXT        PIC 9(8) VALUE 0.
       01 WS-JUMP-NO         PIC 9(8).
       01 WS-JUMP-COUNT      PIC 9(5) VALUE 0.
       01 WS-JUMP-LIMIT      PIC 9(5) VALUE 1000.
       01 WS-REGISTER-EMPTY  PIC X VALUE "Y".
       01 WS-RUN-DATE        PIC X(8).

       *> A voided cheque is reported on its payee's company's void
       *> notice.
       01 WS-PAYEE-COMPANY   PIC X(4) VALUE SPACE.
           COPY "companyreq.cpy".

       *> Register listing: the number expected next, so a number
       *> missing from the register shows up as a gap, and counts
       *> by status for the foot.
       01 WS-EXPECT-NO       PIC 9(8) VALUE 0.
       01 WS-GAP-END         PIC 9(8).
       01 WS-GAP-COUNT       PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT    PIC 9(6) VALUE 0.
       01 WS-VOIDED-COUNT    PIC 9(6) VALUE 0.
       01 WS-SPOILED-COUNT   PIC 9(6) VALUE 0.
       01 WS-ISSUED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 AMOUNT-ED          PIC $Z,ZZZ,ZZZ.99.
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

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O CHQREG-FILE

           IF WS-CHQREG-STATUS = "35"
               DISPLAY "CHQREG.DAT does not exist yet - creating it."
               OPEN OUTPUT CHQREG-FILE
               CLOSE CHQREG-FILE
               OPEN I-O CHQREG-FILE
           END-IF

           IF WS-CHQREG-STATUS NOT = "00"
               DISPLAY "Unable to open CHQREG.DAT - status "
                   WS-CHQREG-STATUS "."
           ELSE
               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Spoil a number, Void a cheque, set Next"
                       " number, List register or eXit (S/V/N/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "S"
                           PERFORM SPOIL-CHEQUE-NUMBER
                       WHEN "V"
                           PERFORM VOID-ISSUED-CHEQUE
                       WHEN "N"
                           PERFORM SET-NEXT-NUMBER
                       WHEN "L"
                           PERFORM LIST-CHEQUE-REGISTER
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter S, V, N, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE CHQREG-FILE
           END-IF

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-CHQREG-FILE-NAME FROM ENVIRONMENT "CHQREG"
               ON EXCEPTION
                   MOVE "CHQREG.DAT" TO WS-CHQREG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQCTL-FILE-NAME FROM ENVIRONMENT "CHQCTL"
               ON EXCEPTION
                   MOVE "CHQCTL.DAT" TO WS-CHQCTL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POSPAYV-FILE-NAME FROM ENVIRONMENT "POSPAYV"
               ON EXCEPTION
                   MOVE "POSPAYV.DAT" TO WS-POSPAYV-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           MOVE WS-POSPAYV-FILE-NAME TO WS-POSPAYV-BASE-NAME.

       SIGN-ON.
           *> The register is the proof that every cheque number is
           *> accounted for, so changing it needs update authority.
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
                   " authority - this program changes the cheque"
                   " register."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       READ-CHEQUE-CONTROL.
           *> No control record yet means the stock has not been
           *> numbered: the pay cycle would start at 1.
           MOVE 1 TO WS-NEXT-CHEQUE
           OPEN INPUT CHQCTL-FILE
           IF WS-CHQCTL-STATUS = "00"
               READ CHQCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-NEXT-NUMBER IS NUMERIC
                               AND CC-NEXT-NUMBER > 0
                           MOVE CC-NEXT-NUMBER TO WS-NEXT-CHEQUE
                       END-IF
               END-READ
               CLOSE CHQCTL-FILE
           END-IF.

       WRITE-CHEQUE-CONTROL.
           OPEN OUTPUT CHQCTL-FILE
           IF WS-CHQCTL-STATUS = "00"
               MOVE WS-NEXT-CHEQUE TO CC-NEXT-NUMBER
               WRITE CHQCTL-RECORD
               CLOSE CHQCTL-FILE
           END-IF
           IF WS-CHQCTL-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CHQCTL.DAT - status "
                   WS-CHQCTL-STATUS "."
           END-IF.

       GET-REASON.
           DISPLAY "Enter reason (up to 20 characters):"
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY "A reason is required. Re-enter:"
               ACCEPT WS-REASON
               MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           END-PERFORM.

       SPOIL-CHEQUE-NUMBER.
           *> Any number not yet on the register can be spoiled: the
           *> next blank on the stock, one further into the box (the
           *> pay cycle then skips it), or one that went missing
           *> earlier and has to be accounted for after the fact.
           DISPLAY "Enter cheque number to spoil:"
           ACCEPT WS-CHEQUE-NO
           IF WS-CHEQUE-NO = 0
               DISPLAY "Cheque number zero is not on the stock."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHEQUE-NO TO CR-CHEQUE-NO
           READ CHQREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-STATUS = "I"
                       DISPLAY "Cheque " WS-CHEQUE-NO " was issued"
                           " to Employee ID " CR-EMP-ID " - use Void"
                           " instead."
                   ELSE
                       DISPLAY "Cheque " WS-CHEQUE-NO " is already"
                           " on the register as " CR-STATUS " ("
                           FUNCTION TRIM(CR-REASON) ")."
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           PERFORM GET-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO CHQREG-RECORD
           MOVE WS-CHEQUE-NO   TO CR-CHEQUE-NO
           MOVE "S"            TO CR-STATUS
           MOVE 0              TO CR-EMP-ID
           MOVE 0              TO CR-PERIOD
           MOVE 0              TO CR-AMOUNT
           MOVE WS-RUN-DATE    TO CR-ISSUE-DATE
           MOVE WS-REASON      TO CR-REASON
           MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
           WRITE CHQREG-RECORD
               INVALID KEY
                   DISPLAY "Unable to record cheque " WS-CHEQUE-NO
                       " as spoiled."
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Cheque " WS-CHEQUE-NO " recorded as spoiled."

           *> Spoiling the very next blank moves the stock on past
           *> it, so the next run starts on a good cheque.
           PERFORM READ-CHEQUE-CONTROL
           IF WS-CHEQUE-NO = WS-NEXT-CHEQUE
               ADD 1 TO WS-NEXT-CHEQUE
               PERFORM WRITE-CHEQUE-CONTROL
               DISPLAY "Next cheque on the stock is now "
                   WS-NEXT-CHEQUE "."
           END-IF.

       VOID-ISSUED-CHEQUE.
           DISPLAY "Enter cheque number to void:"
           ACCEPT WS-CHEQUE-NO
           MOVE WS-CHEQUE-NO TO CR-CHEQUE-NO
           READ CHQREG-FILE
               INVALID KEY
                   DISPLAY "Cheque " WS-CHEQUE-NO " was never issued"
                       " - use Spoil for an unused blank."
                   EXIT PARAGRAPH
           END-READ
           IF CR-STATUS NOT = "I"
               DISPLAY "Cheque " WS-CHEQUE-NO " is not an issued"
                   " cheque - status " CR-STATUS " ("
                   FUNCTION TRIM(CR-REASON) ")."
               EXIT PARAGRAPH
           END-IF

           MOVE CR-AMOUNT TO AMOUNT-ED
           DISPLAY "Cheque " CR-CHEQUE-NO " issued " CR-ISSUE-DATE
               " period " CR-PERIOD
           DISPLAY "Payee: " CR-PAYEE " (Employee ID " CR-EMP-ID ")"
           DISPLAY "Amount: " AMOUNT-ED
           PERFORM GET-REASON
           DISPLAY "Void this cheque? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Cheque left as issued."
               EXIT PARAGRAPH
           END-IF

           MOVE "V"            TO CR-STATUS
           MOVE WS-REASON      TO CR-REASON
           MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
           REWRITE CHQREG-RECORD
               INVALID KEY
                   DISPLAY "Unable to void cheque " WS-CHEQUE-NO "."
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-VOID-NOTICE
           DISPLAY "Cheque " WS-CHEQUE-NO " voided. The payment"
               " itself stands - void it in PayVoid if the money is"
               " to be reversed or reissued.".

       WRITE-VOID-NOTICE.
           *> The void notice accumulates until it is handed to the
           *> bank, so it is always extended, never replaced.
           PERFORM NAME-PAYEE-VOID-NOTICE
           OPEN EXTEND POSPAYV-FILE
           IF WS-POSPAYV-STATUS NOT = "00"
               OPEN OUTPUT POSPAYV-FILE
           END-IF
           IF WS-POSPAYV-STATUS = "00"
               MOVE SPACES TO POSPAY-RECORD
               MOVE "V"           TO PP-ACTION
               MOVE CR-CHEQUE-NO  TO PP-CHEQUE-NO
               MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE
               MOVE CR-AMOUNT     TO PP-AMOUNT
               MOVE CR-PAYEE      TO PP-PAYEE
               WRITE POSPAY-RECORD
               CLOSE POSPAYV-FILE
           ELSE
               DISPLAY "Warning: unable to open "
                   FUNCTION TRIM(WS-POSPAYV-FILE-NAME) " - status "
                   WS-POSPAYV-STATUS ". Tell the bank of this void"
                   " by hand."
           END-IF.

       NAME-PAYEE-VOID-NOTICE.
           *> A cheque's company is its payee's; a payee since gone
           *> from the master (or no master to read) is taken as the
           *> home company's, as the pay cycle takes it. A name the
           *> JCL has set is taken as given.
           MOVE SPACES TO EMP-DEPT
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               MOVE CR-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE SPACES TO EMP-DEPT
               END-READ
               CLOSE EMP-FILE
           END-IF
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-PAYEE-COMPANY

           MOVE WS-POSPAYV-BASE-NAME TO WS-POSPAYV-FILE-NAME
           IF WS-POSPAYV-BASE-NAME = "POSPAYV.DAT"
               MOVE "F" TO CO-ACTION
               MOVE WS-PAYEE-COMPANY TO CO-COMPANY
               MOVE WS-POSPAYV-BASE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-POSPAYV-FILE-NAME
           END-IF.

       SET-NEXT-NUMBER.
           *> Numbering a new box of stock. The first setting on an
           *> empty register is free; after that the control record
           *> only ever moves forward, and every number it jumps that
           *> is not already on the register is logged as spoiled, so
           *> the register still accounts for each one.
           PERFORM READ-CHEQUE-CONTROL
           DISPLAY "Next cheque on the stock: " WS-NEXT-CHEQUE
           DISPLAY "Enter the new next cheque number:"
           ACCEPT WS-NEW-NEXT
           IF WS-NEW-NEXT = 0
               DISPLAY "Cheque number zero is not on the stock."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-REGISTER-EMPTY
           MOVE 0 TO CR-CHEQUE-NO
           START CHQREG-FILE KEY >= CR-CHEQUE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-REGISTER-EMPTY
           END-START

           IF WS-REGISTER-EMPTY = "N"
               IF WS-NEW-NEXT <= WS-NEXT-CHEQUE
                   DISPLAY "The next number can only move forward -"
                       " numbers below " WS-NEXT-CHEQUE " may already"
                       " be in use."
                   EXIT PARAGRAPH
               END-IF
               IF WS-NEW-NEXT - WS-NEXT-CHEQUE > WS-JUMP-LIMIT
                   DISPLAY "That jumps more than " WS-JUMP-LIMIT
                       " numbers - check the number and move it"
                       " in smaller steps."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Numbers " WS-NEXT-CHEQUE " up to "
                   WS-NEW-NEXT " (not included) will be logged as"
                   " spoiled."
               PERFORM GET-REASON
           END-IF

           DISPLAY "Set the next cheque number to " WS-NEW-NEXT
               "? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Next cheque number left at " WS-NEXT-CHEQUE
                   "."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JUMP-COUNT
           IF WS-REGISTER-EMPTY = "N"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               PERFORM VARYING WS-JUMP-NO FROM WS-NEXT-CHEQUE BY 1
                       UNTIL WS-JUMP-NO >= WS-NEW-NEXT
                   PERFORM LOG-JUMPED-NUMBER
               END-PERFORM
           END-IF

           MOVE WS-NEW-NEXT TO WS-NEXT-CHEQUE
           PERFORM WRITE-CHEQUE-CONTROL
           DISPLAY "Next cheque number set to " WS-NEXT-CHEQUE "; "
               WS-JUMP-COUNT " jumped number(s) logged.".

       LOG-JUMPED-NUMBER.
           MOVE SPACES TO CHQREG-RECORD
           MOVE WS-JUMP-NO     TO CR-CHEQUE-NO
           MOVE "S"            TO CR-STATUS
           MOVE 0              TO CR-EMP-ID
           MOVE 0              TO CR-PERIOD
           MOVE 0              TO CR-AMOUNT
           MOVE WS-RUN-DATE    TO CR-ISSUE-DATE
           MOVE WS-REASON      TO CR-REASON
           MOVE WS-OPERATOR-ID TO CR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
           WRITE CHQREG-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JUMP-COUNT
           END-WRITE.

       LIST-CHEQUE-REGISTER.
           MOVE 0 TO WS-GAP-COUNT
           MOVE 0 TO WS-ISSUED-COUNT
           MOVE 0 TO WS-VOIDED-COUNT
           MOVE 0 TO WS-SPOILED-COUNT
           MOVE 0 TO WS-ISSUED-TOTAL
           MOVE 0 TO WS-EXPECT-NO
           MOVE "N" TO WS-AT-END
           PERFORM READ-CHEQUE-CONTROL

           MOVE 0 TO CR-CHEQUE-NO
           START CHQREG-FILE KEY >= CR-CHEQUE-NO
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "CHEQUE   S EMP-ID PERIOD PAYEE                 "
               "        AMOUNT        REASON"
           DISPLAY "-------- - ------ ------ ----------------------"
               "-------- ------------- --------------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ CHQREG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM LIST-ONE-CHEQUE
               END-READ
           END-PERFORM

           *> Numbers below the control record that never reached
           *> the register are gaps too.
           IF WS-EXPECT-NO > 0 AND WS-EXPECT-NO < WS-NEXT-CHEQUE
               COMPUTE WS-GAP-END = WS-NEXT-CHEQUE - 1
               DISPLAY "** numbers " WS-EXPECT-NO " to " WS-GAP-END
                   " not on the register **"
               ADD 1 TO WS-GAP-COUNT
           END-IF

           DISPLAY " "
           DISPLAY "Issued:  " WS-ISSUED-COUNT
           MOVE WS-ISSUED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "  Issued amount outstanding: " WS-DISPLAY-TOTAL
           DISPLAY "Voided:  " WS-VOIDED-COUNT
           DISPLAY "Spoiled: " WS-SPOILED-COUNT
           DISPLAY "Next cheque on the stock: " WS-NEXT-CHEQUE
           IF WS-GAP-COUNT > 0
               DISPLAY WS-GAP-COUNT " gap(s) in the numbering -"
                   " spoil each missing number once it is found."
           ELSE
               DISPLAY "Every cheque number is accounted for."
           END-IF.

       LIST-ONE-CHEQUE.
           IF WS-EXPECT-NO > 0 AND CR-CHEQUE-NO > WS-EXPECT-NO
               COMPUTE WS-GAP-END = CR-CHEQUE-NO - 1
               DISPLAY "** numbers " WS-EXPECT-NO " to " WS-GAP-END
                   " not on the register **"
               ADD 1 TO WS-GAP-COUNT
           END-IF
           COMPUTE WS-EXPECT-NO = CR-CHEQUE-NO + 1

           EVALUATE CR-STATUS
               WHEN "I"
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD CR-AMOUNT TO WS-ISSUED-TOTAL
               WHEN "V"
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SPOILED-COUNT
           END-EVALUATE

           MOVE CR-AMOUNT TO AMOUNT-ED
           DISPLAY CR-CHEQUE-NO " " CR-STATUS " " CR-EMP-ID " "
               CR-PERIOD " " CR-PAYEE " " AMOUNT-ED " " CR-REASON.
