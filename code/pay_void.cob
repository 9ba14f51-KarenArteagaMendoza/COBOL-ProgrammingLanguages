       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayVoid.

      *> Void of a posted payment - a deposit sent to the wrong
      *> account, an overpayment - for one employee and one period.
      *> The PAYHIST.DAT record is never overwritten: the void is an
      *> adjustment record on PAYADJ.DAT carrying the amounts
      *> reversed, a balanced set of reversing postings on the
      *> VOIDGL.DAT extract for Finance (expense credited back,
      *> net-pay, withholding, deduction and employer-cost
      *> liabilities debited, in the same GLMAP.DAT account coding
      *> the pay cycle uses), and a VOD entry on the PAYJRNL.DAT
      *> journal saying who voided it and why. A reissue, when one
      *> is owed, is left pending on the adjustment record and paid
      *> by the next supplemental run of PayrollCycle, which journals
      *> it as RIS. A payment made by system-printed cheque has its
      *> cheque voided on the CHQREG.DAT register and reported on the
      *> POSPAYV.DAT void notice, so the bank will not cash it.
      *> Period control is respected: a closed period is
      *> never reopened - the void is booked in the current period
      *> instead. Each reversal undoes exactly what the pay cycle
      *> booked: the expense comes back off the departments the
      *> employee's ALLOCMAST.DAT split charged, and a loan
      *> instalment the payment recovered goes back onto the loan
      *> on LOANMAST.DAT and off the loan receivable. A payment is
      *> voided under its employee's company - that company's
      *> period control, void GL extract and void notice, named as
      *> its pay cycle names them (see CompanyLookup).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN DYNAMIC WS-PAYHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PAYADJ-FILE ASSIGN DYNAMIC WS-PAYADJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PAYADJ-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ERCHIST-FILE ASSIGN DYNAMIC WS-ERCHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ERCHIST-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLMAP-FILE ASSIGN DYNAMIC WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT PAYJRNL-FILE ASSIGN DYNAMIC WS-PAYJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJRNL-STATUS.

           SELECT CHQREG-FILE ASSIGN DYNAMIC WS-CHQREG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHEQUE-NO
               ALTERNATE RECORD KEY IS CR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT POSPAYV-FILE ASSIGN DYNAMIC WS-POSPAYV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAYV-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ALLOC-FILE ASSIGN DYNAMIC WS-ALLOC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-EMP-ID
               FILE STATUS IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
           COPY "payhist.cpy".

       FD PAYADJ-FILE.
           COPY "payadj.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD ERCHIST-FILE.
           COPY "erchist.cpy".

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

      *> Same record the pay cycle writes: one posting per line.
       FD GL-FILE.
       01 GL-RECORD.
           05 GL-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 GL-ACCOUNT       PIC X(10).
           05 FILLER           PIC X(1).
           05 GL-DEPT          PIC X(10).
           05 FILLER           PIC X(1).
           05 GL-DEBIT-CREDIT  PIC X(1).
           05 FILLER           PIC X(1).
           05 GL-AMOUNT        PIC 9(9)V99.

      *> The pay cycle's chart-of-accounts mapping, so a reversal
      *> lands on exactly the accounts the payment was posted to.
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GLM-TYPE         PIC X(7).
           05 FILLER           PIC X(1).
           05 GLM-DEPT         PIC X(10).
           05 FILLER           PIC X(1).
           05 GLM-ACCOUNT      PIC X(10).
           05 FILLER           PIC X(1).
           05 GLM-COST-CENTER  PIC X(6).

       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       FD PAYJRNL-FILE.
           COPY "payjrnl.cpy".

       FD CHQREG-FILE.
           COPY "chqreg.cpy".

       FD POSPAYV-FILE.
           COPY "pospay.cpy".

       FD LOAN-FILE.
           COPY "loanrec.cpy".

       FD ALLOC-FILE.
           COPY "allocrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-PAYADJ-FILE-NAME  PIC X(40) VALUE "PAYADJ.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-ERCHIST-FILE-NAME PIC X(40) VALUE "ERCHIST.DAT".
       01 WS-PERIOD-FILE-NAME  PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-GL-FILE-NAME      PIC X(40) VALUE "VOIDGL.DAT".
       01 WS-GLMAP-FILE-NAME   PIC X(40) VALUE "GLMAP.DAT".
       01 WS-DEPT-FILE-NAME    PIC X(40) VALUE "DEPTMAST.DAT".
       01 WS-PAYJRNL-FILE-NAME PIC X(40) VALUE "PAYJRNL.DAT".
       01 WS-CHQREG-FILE-NAME  PIC X(40) VALUE "CHQREG.DAT".
       01 WS-POSPAYV-FILE-NAME PIC X(40) VALUE "POSPAYV.DAT".
       01 WS-LOAN-FILE-NAME    PIC X(40) VALUE "LOANMAST.DAT".
       01 WS-ALLOC-FILE-NAME   PIC X(40) VALUE "ALLOCMAST.DAT".

       *> The names as resolved, before any company's code is set
       *> into them: each void names its own company's copies from
       *> these.
       01 WS-PERIOD-BASE-NAME  PIC X(40).
       01 WS-GL-BASE-NAME      PIC X(40).
       01 WS-POSPAYV-BASE-NAME PIC X(40).

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-STATUS   PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-ERCHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-ERCHIST-OK      PIC X VALUE "N".
       01 WS-ERCHIST-EOF     PIC X VALUE "N".
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PERIOD-FILE-OK  PIC X VALUE "N".
       01 WS-GL-STATUS       PIC X(2) VALUE SPACE.
       01 WS-PAYJRNL-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PAYJRNL-OK      PIC X VALUE "N".
       01 WS-CHQREG-STATUS   PIC X(2) VALUE SPACE.
       01 WS-CHQREG-OK       PIC X VALUE "N".
       01 WS-CHQREG-EOF      PIC X VALUE "N".
       01 WS-POSPAYV-STATUS  PIC X(2) VALUE SPACE.
       01 WS-LOAN-STATUS     PIC X(2) VALUE SPACE.
       01 WS-LOAN-OK         PIC X VALUE "N".
       01 WS-LOAN-EOF        PIC X VALUE "N".
       01 WS-ALLOC-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ALLOC-OK        PIC X VALUE "N".

       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-ABORT           PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-VOIDS-POSTED    PIC 9(5) VALUE 0.
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone - the same arrangement as
       *> SaveEmployeeToFile. Every void carries the operator.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       *> The payment being voided and where its reversal is booked.
       01 WS-EMP-ID          PIC 9(5).
       01 WS-VOID-PERIOD     PIC 9(6).
       01 WS-VOID-MM         PIC 9(2).
       01 WS-BASE-PERIOD     PIC 9(6).
       01 WS-POST-PERIOD     PIC 9(6).
       01 WS-TAX-JURISDICTION PIC X(4) VALUE SPACE.
       01 WS-RUN-DATE        PIC X(8).
       01 WS-CURRENT-PERIOD  PIC 9(6).
       01 WS-VOID-REASON     PIC X(4).
       01 WS-REISSUE         PIC X VALUE "N".
       01 WS-REISSUE-GROSS   PIC 9(7)V99 VALUE 0.
       01 WS-VOID-OK         PIC X VALUE "N".
       01 WS-DEBIT-TYPE      PIC X(7).
       01 WS-EMP-DEPT        PIC X(10).
       01 WS-ER-TOTAL        PIC 9(7)V99 VALUE 0.

       *> The company the payment belongs to, and the company whose
       *> PERIODCTL.DAT is open - the file is only reopened when a
       *> void for another company comes along.
       01 WS-EMP-COMPANY     PIC X(4) VALUE SPACE.
       01 WS-PERIOD-COMPANY  PIC X(4) VALUE SPACE.
       01 WS-SHARE-COMPANY   PIC X(4) VALUE SPACE.
           COPY "companyreq.cpy".

       *> The loan instalments the voided payment recovered: every
       *> loan whose last recovery was the voided period, with what
       *> that recovery took.
       01 WS-VLOAN-COUNT     PIC 9(2) VALUE 0.
       01 WS-VLOAN-INDEX     PIC 9(2).
       01 WS-VLOAN-TABLE.
           05 WS-VLOAN-ENTRY OCCURS 10 TIMES.
               10 WS-VL-LOAN-NO  PIC 9(2).
               10 WS-VL-TAKEN    PIC 9(7)V99.
       01 WS-LOAN-REVERSED   PIC 9(7)V99 VALUE 0.
       01 WS-DEDLIAB-AMOUNT  PIC 9(7)V99 VALUE 0.

       *> The employee's labor-cost split, when there is one the pay
       *> cycle would have used: each expense credit is spread over
       *> it with the cycle's arithmetic - every share cut down to
       *> the cent, the odd cents to the largest share - so each
       *> department gets back exactly what it was charged.
       01 WS-ALLOC-FOUND     PIC X VALUE "N".
       01 WS-ALLOC-TOTAL     PIC 9(4)V99.
       01 WS-SHARE-INDEX     PIC 9(1).
       01 WS-LARGEST-SHARE   PIC 9(1).
       01 WS-SPREAD-AMOUNT   PIC 9(7)V99.
       01 WS-SPREAD-TOTAL    PIC 9(7)V99.
       01 WS-SHARE-AMOUNTS.
           05 WS-SHARE-AMOUNT PIC 9(7)V99 OCCURS 5 TIMES.

       *> The employer-cost lines the voided payment carried, read
       *> back off ERCHIST.DAT so they reverse code by code.
       01 WS-ERLINE-COUNT    PIC 9(2) VALUE 0.
       01 WS-ERLINE-INDEX    PIC 9(2).
       01 WS-ERLINE-TABLE.
           05 WS-ERLINE-ENTRY OCCURS 10 TIMES.
               10 WS-ERL-CODE    PIC X(4).
               10 WS-ERL-AMOUNT  PIC 9(7)V99.

       *> The reversing postings, every one resolved to its account
       *> before any is written, so an unmapped posting refuses the
       *> void instead of sending Finance half a reversal.
       01 WS-POST-COUNT      PIC 9(2) VALUE 0.
       01 WS-POST-INDEX      PIC 9(2).
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 30 TIMES.
               10 WS-PT-ACCOUNT  PIC X(10).
               10 WS-PT-DEPT     PIC X(10).
               10 WS-PT-DC       PIC X(1).
               10 WS-PT-AMOUNT   PIC 9(7)V99.
       01 WS-POST-DC         PIC X(1).
       01 WS-POST-AMOUNT     PIC 9(7)V99.
       01 WS-DEBIT-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE 0.

       01 WS-GLMAP-STATUS    PIC X(2) VALUE SPACE.
       01 WS-GLMAP-OK        PIC X VALUE "N".
       01 WS-GLMAP-EOF       PIC X VALUE "N".
       01 WS-DEPTM-STATUS    PIC X(2) VALUE SPACE.
       01 WS-DEPTM-OK        PIC X VALUE "N".
       01 WS-GLMAP-COUNT     PIC 9(3) VALUE 0.
       01 WS-GLMAP-INDEX     PIC 9(3).
       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 100 TIMES.
               10 GM-TYPE        PIC X(7).
               10 GM-DEPT        PIC X(10).
               10 GM-ACCOUNT     PIC X(10).
               10 GM-COST-CENTER PIC X(6).
       01 WS-MAP-TYPE        PIC X(7).
       01 WS-MAP-DEPT        PIC X(10).
       01 WS-MAP-FOUND       PIC X VALUE "N".
       01 WS-MAP-ACCOUNT     PIC X(10).
       01 WS-MAP-DEPT-OUT    PIC X(10).
       01 WS-UNMAPPED-COUNT  PIC 9(3) VALUE 0.

       01 GROSS-ED           PIC $Z,ZZZ,ZZZ.99.
       01 WITHHOLD-ED        PIC $Z,ZZZ,ZZZ.99.
       01 NET-ED             PIC $Z,ZZZ,ZZZ.99.
       01 DEDUCT-ED          PIC $Z,ZZZ,ZZZ.99.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-ABORT
           MOVE "N"   TO WS-SIGNON-OK
           MOVE "N"   TO WS-PERIOD-FILE-OK
           MOVE "N"   TO WS-ERCHIST-OK
           MOVE "N"   TO WS-PAYJRNL-OK
           MOVE "N"   TO WS-CHQREG-OK
           MOVE "N"   TO WS-LOAN-OK
           MOVE "N"   TO WS-ALLOC-OK
           MOVE SPACES TO WS-PERIOD-COMPANY
           MOVE 0     TO WS-VOIDS-POSTED

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PayVoid" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID

           PERFORM OPEN-VOID-FILES
           IF WS-ABORT = "Y"
               DISPLAY "Unable to continue - ending run."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GL-MAPPING

           PERFORM UNTIL WS-FINISH = "Y"
               DISPLAY "Void a payment, List voids or eXit (V/L/X)?"
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

               EVALUATE WS-ACTION
                   WHEN "V"
                       PERFORM VOID-ONE-PAYMENT
                   WHEN "L"
                       PERFORM LIST-VOIDS
                   WHEN "X"
                       MOVE "Y" TO WS-FINISH
                   WHEN OTHER
                       DISPLAY "Please enter V, L or X."
               END-EVALUATE
           END-PERFORM

           CLOSE PAYHIST-FILE
           CLOSE PAYADJ-FILE
           CLOSE EMP-FILE
           IF WS-ERCHIST-OK = "Y"
               CLOSE ERCHIST-FILE
           END-IF
           IF WS-PERIOD-FILE-OK = "Y"
               CLOSE PERIOD-FILE
           END-IF
           IF WS-PAYJRNL-OK = "Y"
               CLOSE PAYJRNL-FILE
           END-IF
           IF WS-DEPTM-OK = "Y"
               CLOSE DEPT-FILE
           END-IF
           IF WS-CHQREG-OK = "Y"
               CLOSE CHQREG-FILE
           END-IF
           IF WS-LOAN-OK = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-ALLOC-OK = "Y"
               CLOSE ALLOC-FILE
           END-IF

           IF WS-VOIDS-POSTED > 0
               DISPLAY WS-VOIDS-POSTED " void(s) posted - hand each"
                   " company's void GL extract named above to"
                   " Finance."
           END-IF

           MOVE WS-VOIDS-POSTED TO RL-RECORDS-WRITTEN
           MOVE "OK" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD

           MOVE 0 TO RETURN-CODE
           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PAYHIST-FILE-NAME FROM ENVIRONMENT "PAYHIST"
               ON EXCEPTION
                   MOVE "PAYHIST.DAT" TO WS-PAYHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYADJ-FILE-NAME FROM ENVIRONMENT "PAYADJ"
               ON EXCEPTION
                   MOVE "PAYADJ.DAT" TO WS-PAYADJ-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ERCHIST-FILE-NAME FROM ENVIRONMENT "ERCHIST"
               ON EXCEPTION
                   MOVE "ERCHIST.DAT" TO WS-ERCHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GL-FILE-NAME FROM ENVIRONMENT "VOIDGL"
               ON EXCEPTION
                   MOVE "VOIDGL.DAT" TO WS-GL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GLMAP-FILE-NAME FROM ENVIRONMENT "GLMAP"
               ON EXCEPTION
                   MOVE "GLMAP.DAT" TO WS-GLMAP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMAST"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO WS-DEPT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYJRNL-FILE-NAME FROM ENVIRONMENT "PAYJRNL"
               ON EXCEPTION
                   MOVE "PAYJRNL.DAT" TO WS-PAYJRNL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQREG-FILE-NAME FROM ENVIRONMENT "CHQREG"
               ON EXCEPTION
                   MOVE "CHQREG.DAT" TO WS-CHQREG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POSPAYV-FILE-NAME FROM ENVIRONMENT "POSPAYV"
               ON EXCEPTION
                   MOVE "POSPAYV.DAT" TO WS-POSPAYV-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOAN-FILE-NAME FROM ENVIRONMENT "LOANMAST"
               ON EXCEPTION
                   MOVE "LOANMAST.DAT" TO WS-LOAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ALLOC-FILE-NAME FROM ENVIRONMENT "ALLOCMST"
               ON EXCEPTION
                   MOVE "ALLOCMAST.DAT" TO WS-ALLOC-FILE-NAME
           END-ACCEPT

           MOVE WS-PERIOD-FILE-NAME  TO WS-PERIOD-BASE-NAME
           MOVE WS-GL-FILE-NAME      TO WS-GL-BASE-NAME
           MOVE WS-POSPAYV-FILE-NAME TO WS-POSPAYV-BASE-NAME.

       SIGN-ON.
           *> A void backs money out of the books, so it needs update
           *> authority the same way the master-file updates do.
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
                   " authority - this program voids posted pay."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       OPEN-VOID-FILES.
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "Unable to open PAYHIST.DAT - status "
                   WS-PAYHIST-STATUS "."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               CLOSE PAYHIST-FILE
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PAYADJ-FILE
           IF WS-PAYADJ-STATUS = "35"
               DISPLAY "PAYADJ.DAT does not exist yet - creating it."
               OPEN OUTPUT PAYADJ-FILE
               CLOSE PAYADJ-FILE
               OPEN I-O PAYADJ-FILE
           END-IF
           IF WS-PAYADJ-STATUS NOT = "00"
               DISPLAY "Unable to open PAYADJ.DAT - status "
                   WS-PAYADJ-STATUS "."
               CLOSE PAYHIST-FILE
               CLOSE EMP-FILE
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           *> No loan master means nobody was ever lent anything,
           *> and no split master means nobody's pay is split. Any
           *> other failure would leave a void unable to put back
           *> what the payment took off a loan, or reversing expense
           *> to departments it was never charged to, so the run
           *> goes no further.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OK
           ELSE
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "Unable to open LOANMAST.DAT - status "
                       WS-LOAN-STATUS "."
                   CLOSE PAYHIST-FILE
                   CLOSE EMP-FILE
                   CLOSE PAYADJ-FILE
                   MOVE "Y" TO WS-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS = "00"
               MOVE "Y" TO WS-ALLOC-OK
           ELSE
               IF WS-ALLOC-STATUS NOT = "35"
                   DISPLAY "Unable to open ALLOCMAST.DAT - status "
                       WS-ALLOC-STATUS "."
                   CLOSE PAYHIST-FILE
                   CLOSE EMP-FILE
                   CLOSE PAYADJ-FILE
                   IF WS-LOAN-OK = "Y"
                       CLOSE LOAN-FILE
                       MOVE "N" TO WS-LOAN-OK
                   END-IF
                   MOVE "Y" TO WS-ABORT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> The employer-cost history is optional: without it the
           *> void reverses the employee side only, and says so.
           OPEN INPUT ERCHIST-FILE
           IF WS-ERCHIST-STATUS = "00"
               MOVE "Y" TO WS-ERCHIST-OK
           ELSE
               DISPLAY "Warning: unable to open ERCHIST.DAT - status "
                   WS-ERCHIST-STATUS ". Employer costs will not be"
                   " reversed."
           END-IF

           OPEN EXTEND PAYJRNL-FILE
           IF WS-PAYJRNL-STATUS NOT = "00"
               OPEN OUTPUT PAYJRNL-FILE
           END-IF
           IF WS-PAYJRNL-STATUS = "00"
               MOVE "Y" TO WS-PAYJRNL-OK
           ELSE
               DISPLAY "Warning: unable to open PAYJRNL.DAT - status "
                   WS-PAYJRNL-STATUS ". Voids are still recorded on"
                   " PAYADJ.DAT."
           END-IF

           *> No cheque register means no system-printed cheques to
           *> stop; any other failure is said out loud, since a
           *> voided cheque payment then has to be stopped by hand.
           OPEN I-O CHQREG-FILE
           IF WS-CHQREG-STATUS = "00"
               MOVE "Y" TO WS-CHQREG-OK
           ELSE
               IF WS-CHQREG-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open CHQREG.DAT -"
                       " status " WS-CHQREG-STATUS ". Void any cheque"
                       " for a voided payment in ChequeMaintenance."
               END-IF
           END-IF.

       VOID-ONE-PAYMENT.
           MOVE "N" TO WS-VOID-OK
           PERFORM GET-VOID-KEY
           PERFORM CHECK-VOIDABLE
           IF WS-VOID-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-VOIDED-PAYMENT
           PERFORM GET-VOID-DETAIL
           IF WS-VOID-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-EMPLOYER-LINES
           PERFORM LOAD-VOIDED-LOANS
           IF WS-LOAN-REVERSED > PH-DEDUCTIONS
               DISPLAY "Void refused - LOANMAST.DAT shows more loan"
                   " recovered in period " WS-VOID-PERIOD " than the"
                   " payment deducted. Check the loans in"
                   " LoanMaintenance."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COST-SPLIT
           PERFORM BUILD-REVERSING-POSTINGS
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "Void refused - " WS-UNMAPPED-COUNT
                   " unmapped posting(s). Fix GLMAP.DAT and void"
                   " again."
               EXIT PARAGRAPH
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "Void refused - the reversing postings do not"
                   " balance."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Post this void in period " WS-POST-PERIOD
               "? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Void abandoned - nothing posted."
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-VOID-RECORD
           IF WS-VOID-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESTORE-VOIDED-LOANS
           PERFORM WRITE-REVERSING-POSTINGS
           PERFORM WRITE-VOID-JOURNAL
           PERFORM VOID-PAYMENT-CHEQUE

           ADD 1 TO WS-VOIDS-POSTED
           DISPLAY "Payment voided for Employee ID " WS-EMP-ID
               " period " WS-VOID-PERIOD " - booked in "
               WS-POST-PERIOD "."
           IF WS-REISSUE = "Y"
               DISPLAY "Reissue pending - it will be paid by the"
                   " next supplemental pay run."
           END-IF.

       GET-VOID-KEY.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
           DISPLAY "Enter period of the payment to void (YYYYMM;"
               " a supplemental run's period as filed, e.g. 202659):"
           ACCEPT WS-VOID-PERIOD.

       CHECK-VOIDABLE.
           IF WS-EMP-ID = WS-TRAILER-KEY
               DISPLAY "Employee ID " WS-EMP-ID " is reserved for the"
                   " trailer record."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-ID      TO PH-EMP-ID
           MOVE WS-VOID-PERIOD TO PH-PERIOD
           READ PAYHIST-FILE
               INVALID KEY
                   DISPLAY "No posted payment on PAYHIST.DAT for"
                       " Employee ID " WS-EMP-ID " period "
                       WS-VOID-PERIOD "."
                   EXIT PARAGRAPH
           END-READ
           IF PH-GROSS-PAY = 0
               DISPLAY "That payment is zero - nothing to void."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-ID      TO PA-EMP-ID
           MOVE WS-VOID-PERIOD TO PA-ORIG-PERIOD
           READ PAYADJ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That payment was already voided on "
                       PA-TIMESTAMP(1:8) " by " PA-OPERATOR-ID "."
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "Employee ID " WS-EMP-ID " is not on the"
                       " master - the expense department is unknown."
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-DEPT TO WS-EMP-DEPT

           PERFORM SET-VOID-COMPANY
           IF WS-PERIOD-COMPANY NOT = WS-EMP-COMPANY
               EXIT PARAGRAPH
           END-IF

           *> A supplemental payment is filed at its month plus
           *> fifty and was expensed to BONEXP; the period control
           *> record that governs it is the calendar month's.
           MOVE WS-VOID-PERIOD(5:2) TO WS-VOID-MM
           IF WS-VOID-MM > 12
               MOVE "BONEXP" TO WS-DEBIT-TYPE
               COMPUTE WS-BASE-PERIOD = WS-VOID-PERIOD - 50
           ELSE
               MOVE "SALEXP" TO WS-DEBIT-TYPE
               MOVE WS-VOID-PERIOD TO WS-BASE-PERIOD
           END-IF

           *> A closed period is never reopened: its void is booked
           *> in the current period instead, which must itself still
           *> be open.
           MOVE WS-VOID-PERIOD TO WS-POST-PERIOD
           MOVE WS-BASE-PERIOD TO PC-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF PC-STATUS = "C"
               MOVE WS-CURRENT-PERIOD TO WS-POST-PERIOD
               MOVE WS-CURRENT-PERIOD TO PC-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF PC-STATUS = "C"
                   DISPLAY "Both period " WS-BASE-PERIOD " and the"
                       " current period " WS-CURRENT-PERIOD " are"
                       " closed - void refused."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Period " WS-BASE-PERIOD " is closed - the"
                   " void will be booked in the current period "
                   WS-CURRENT-PERIOD "."
           END-IF

           MOVE "Y" TO WS-VOID-OK.

       SET-VOID-COMPANY.
           *> The payment belongs to its employee's company: that
           *> company's period control governs it, and its reversal
           *> and any cheque void go on that company's own files.
           *> A name the JCL has set is taken as given, as the pay
           *> cycle takes it.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE WS-EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-EMP-COMPANY

           MOVE WS-GL-BASE-NAME TO WS-GL-FILE-NAME
           IF WS-GL-BASE-NAME = "VOIDGL.DAT"
               MOVE WS-GL-BASE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-GL-FILE-NAME
           END-IF
           MOVE WS-POSPAYV-BASE-NAME TO WS-POSPAYV-FILE-NAME
           IF WS-POSPAYV-BASE-NAME = "POSPAYV.DAT"
               MOVE WS-POSPAYV-BASE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-POSPAYV-FILE-NAME
           END-IF

           IF WS-PERIOD-COMPANY = WS-EMP-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-FILE-OK = "Y"
               CLOSE PERIOD-FILE
               MOVE "N" TO WS-PERIOD-FILE-OK
           END-IF
           MOVE SPACES TO WS-PERIOD-COMPANY
           MOVE WS-PERIOD-BASE-NAME TO WS-PERIOD-FILE-NAME
           IF WS-PERIOD-BASE-NAME = "PERIODCTL.DAT"
               MOVE WS-PERIOD-BASE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-PERIOD-FILE-NAME
           END-IF

           *> No period control file means no period has ever been
           *> closed; any other failure leaves the closed state
           *> unknown, and the void is then refused rather than risk
           *> booking into a closed month.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE "Y" TO WS-PERIOD-FILE-OK
           ELSE
               IF WS-PERIOD-STATUS NOT = "35"
                   DISPLAY "Unable to open "
                       FUNCTION TRIM(WS-PERIOD-FILE-NAME)
                       " - status " WS-PERIOD-STATUS ". Void refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-EMP-COMPANY TO WS-PERIOD-COMPANY.

       QUALIFY-ONE-FILE-NAME.
           MOVE "F" TO CO-ACTION
           MOVE WS-EMP-COMPANY TO CO-COMPANY
           CALL "CompanyLookup" USING COMPANY-REQUEST.

       CHECK-PERIOD-CLOSED.
           *> Leaves PC-STATUS "C" when PC-PERIOD is closed; a
           *> period with no control record has never been paid or
           *> closed.
           IF WS-PERIOD-FILE-OK = "Y"
               READ PERIOD-FILE
                   INVALID KEY
                       MOVE "O" TO PC-STATUS
               END-READ
           ELSE
               MOVE "O" TO PC-STATUS
           END-IF.

       SHOW-VOIDED-PAYMENT.
           MOVE PH-GROSS-PAY   TO GROSS-ED
           MOVE PH-WITHHOLDING TO WITHHOLD-ED
           MOVE PH-DEDUCTIONS  TO DEDUCT-ED
           MOVE PH-NET-PAY     TO NET-ED
           DISPLAY "Employee:    " EMP-NAME
           DISPLAY "Department:  " WS-EMP-DEPT
               "  Company: " WS-EMP-COMPANY
           DISPLAY "Gross:       " GROSS-ED
           DISPLAY "Withholding: " WITHHOLD-ED
           DISPLAY "Deductions:  " DEDUCT-ED
           DISPLAY "Net paid:    " NET-ED.

       GET-VOID-DETAIL.
           MOVE "N" TO WS-VOID-OK
           DISPLAY "Enter reason code (e.g. WACT wrong account,"
               " OVPD overpaid):"
           ACCEPT WS-VOID-REASON
           MOVE FUNCTION UPPER-CASE(WS-VOID-REASON) TO WS-VOID-REASON
           IF WS-VOID-REASON = SPACES
               DISPLAY "A void needs a reason code."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reissue through the next supplemental run? (Y/N)"
           ACCEPT WS-REISSUE
           MOVE FUNCTION UPPER-CASE(WS-REISSUE) TO WS-REISSUE
           MOVE 0 TO WS-REISSUE-GROSS
           IF WS-REISSUE = "Y"
               *> A misdirected deposit is reissued as it was; an
               *> overpayment is reissued at the corrected gross,
               *> which the supplemental run withholds on afresh.
               DISPLAY "Enter reissue gross (0 = same as voided):"
               ACCEPT WS-REISSUE-GROSS
               IF WS-REISSUE-GROSS = 0
                   MOVE PH-GROSS-PAY TO WS-REISSUE-GROSS
               END-IF
           ELSE
               MOVE "N" TO WS-REISSUE
           END-IF

           MOVE "Y" TO WS-VOID-OK.

       LOAD-EMPLOYER-LINES.
           *> The employer's cost on the voided payment, code by
           *> code, read off ERCHIST.DAT at the payment's own key.
           MOVE 0 TO WS-ERLINE-COUNT
           MOVE 0 TO WS-ER-TOTAL
           IF WS-ERCHIST-OK = "Y"
               MOVE WS-EMP-ID      TO EH-EMP-ID
               MOVE WS-VOID-PERIOD TO EH-PERIOD
               MOVE LOW-VALUES     TO EH-CODE
               MOVE "N" TO WS-ERCHIST-EOF
               START ERCHIST-FILE KEY >= EH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ERCHIST-EOF
               END-START
               PERFORM UNTIL WS-ERCHIST-EOF = "Y"
                   READ ERCHIST-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-ERCHIST-EOF
                       NOT AT END
                           IF EH-EMP-ID NOT = WS-EMP-ID
                                   OR EH-PERIOD NOT = WS-VOID-PERIOD
                               MOVE "Y" TO WS-ERCHIST-EOF
                           ELSE
                               IF WS-ERLINE-COUNT < 10
                                       AND EH-AMOUNT > 0
                                   ADD 1 TO WS-ERLINE-COUNT
                                   MOVE EH-CODE TO
                                       WS-ERL-CODE(WS-ERLINE-COUNT)
                                   MOVE EH-AMOUNT TO
                                       WS-ERL-AMOUNT(WS-ERLINE-COUNT)
                                   ADD EH-AMOUNT TO WS-ER-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-VOIDED-LOANS.
           *> The cycle takes a loan instalment as a deduction but
           *> credits it to the loan receivable, not the deduction
           *> liability. A loan whose last recovery was the voided
           *> period holds what that payment took from it.
           MOVE 0 TO WS-VLOAN-COUNT
           MOVE 0 TO WS-LOAN-REVERSED
           IF WS-LOAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-ID TO LN-EMP-ID
           MOVE 0 TO LN-LOAN-NO
           MOVE "N" TO WS-LOAN-EOF
           START LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = "Y"
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LOAN-EOF
                   NOT AT END
                       IF LN-EMP-ID NOT = WS-EMP-ID
                           MOVE "Y" TO WS-LOAN-EOF
                       ELSE
                           IF LN-LAST-PERIOD = WS-VOID-PERIOD
                                   AND LN-LAST-TAKEN > 0
                                   AND WS-VLOAN-COUNT < 10
                               ADD 1 TO WS-VLOAN-COUNT
                               MOVE LN-LOAN-NO TO
                                   WS-VL-LOAN-NO(WS-VLOAN-COUNT)
                               MOVE LN-LAST-TAKEN TO
                                   WS-VL-TAKEN(WS-VLOAN-COUNT)
                               ADD LN-LAST-TAKEN TO WS-LOAN-REVERSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESTORE-VOIDED-LOANS.
           *> Each instalment goes back onto its loan, and a loan the
           *> instalment paid off is open again. The recovery is
           *> marked as taken back, so the loan shows nothing
           *> recovered in the voided period.
           PERFORM VARYING WS-VLOAN-INDEX FROM 1 BY 1
                   UNTIL WS-VLOAN-INDEX > WS-VLOAN-COUNT
               MOVE WS-EMP-ID TO LN-EMP-ID
               MOVE WS-VL-LOAN-NO(WS-VLOAN-INDEX) TO LN-LOAN-NO
               READ LOAN-FILE
                   INVALID KEY
                       MOVE WS-VL-TAKEN(WS-VLOAN-INDEX) TO DEDUCT-ED
                       DISPLAY "Loan " WS-EMP-ID "/" LN-LOAN-NO
                           " has gone from LOANMAST.DAT - put "
                           FUNCTION TRIM(DEDUCT-ED) " back on it"
                           " by hand."
                   NOT INVALID KEY
                       ADD WS-VL-TAKEN(WS-VLOAN-INDEX) TO LN-BALANCE
                       MOVE 0 TO LN-LAST-TAKEN
                       IF LN-STATUS = "C"
                           MOVE "O" TO LN-STATUS
                       END-IF
                       REWRITE LOAN-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update loan "
                                   LN-EMP-ID "/" LN-LOAN-NO
                                   " - status " WS-LOAN-STATUS
                                   ". Put the instalment back on it"
                                   " in LoanMaintenance."
                       END-REWRITE
               END-READ
           END-PERFORM.

       LOAD-COST-SPLIT.
           *> The split the pay cycle charges the employee by, when
           *> it would have used one.
           MOVE "N" TO WS-ALLOC-FOUND
           IF WS-ALLOC-OK = "Y"
               MOVE WS-EMP-ID TO AL-EMP-ID
               READ ALLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-ALLOCATION-TOTAL
               END-READ
           END-IF.

       CHECK-ALLOCATION-TOTAL.
           *> The pay cycle's test: a split that does not total 100,
           *> or that names a department of another company, was
           *> charged wholly to the home department instead.
           MOVE 0 TO WS-ALLOC-TOTAL
           IF AL-SHARE-COUNT >= 1 AND AL-SHARE-COUNT <= 5
               PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                       UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
                   ADD AL-PERCENT(WS-SHARE-INDEX) TO WS-ALLOC-TOTAL
                   MOVE SPACES TO COMPANY-REQUEST
                   MOVE "D" TO CO-ACTION
                   MOVE AL-DEPT(WS-SHARE-INDEX) TO CO-DEPT
                   CALL "CompanyLookup" USING COMPANY-REQUEST
                   IF CO-COMPANY NOT = WS-EMP-COMPANY
                       MOVE 0 TO WS-ALLOC-TOTAL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ALLOC-TOTAL = 100
               MOVE "Y" TO WS-ALLOC-FOUND
           ELSE
               DISPLAY "ALLOCMAST.DAT split for employee " WS-EMP-ID
                   " was not usable - expense is reversed to "
                   WS-EMP-DEPT "."
           END-IF.

       SPREAD-EXPENSE-CREDIT.
           *> WS-SPREAD-AMOUNT of expense type WS-MAP-TYPE credited
           *> back where the pay cycle charged it.
           MOVE "C" TO WS-POST-DC
           IF WS-ALLOC-FOUND NOT = "Y"
               MOVE WS-EMP-DEPT      TO WS-MAP-DEPT
               MOVE WS-SPREAD-AMOUNT TO WS-POST-AMOUNT
               PERFORM ADD-REVERSING-POSTING
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPREAD-TOTAL
           MOVE 1 TO WS-LARGEST-SHARE
           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                   UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
               IF AL-PERCENT(WS-SHARE-INDEX)
                       > AL-PERCENT(WS-LARGEST-SHARE)
                   MOVE WS-SHARE-INDEX TO WS-LARGEST-SHARE
               END-IF
               COMPUTE WS-SHARE-AMOUNT(WS-SHARE-INDEX) =
                   WS-SPREAD-AMOUNT * AL-PERCENT(WS-SHARE-INDEX) / 100
               ADD WS-SHARE-AMOUNT(WS-SHARE-INDEX) TO WS-SPREAD-TOTAL
           END-PERFORM

           *> Each share was cut down, never rounded up, so what is
           *> left over is a few cents at most and never negative.
           COMPUTE WS-SHARE-AMOUNT(WS-LARGEST-SHARE) =
               WS-SHARE-AMOUNT(WS-LARGEST-SHARE)
                   + WS-SPREAD-AMOUNT - WS-SPREAD-TOTAL

           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                   UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
               MOVE AL-DEPT(WS-SHARE-INDEX) TO WS-MAP-DEPT
               MOVE WS-SHARE-AMOUNT(WS-SHARE-INDEX) TO WS-POST-AMOUNT
               PERFORM ADD-REVERSING-POSTING
           END-PERFORM.

       BUILD-REVERSING-POSTINGS.
           *> Every posting the payment made, with its side swapped:
           *> the expense is credited back to the departments it was
           *> charged to, and the liabilities it created are debited
           *> away.
           MOVE 0 TO WS-POST-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-UNMAPPED-COUNT

           MOVE WS-DEBIT-TYPE TO WS-MAP-TYPE
           MOVE PH-GROSS-PAY  TO WS-SPREAD-AMOUNT
           PERFORM SPREAD-EXPENSE-CREDIT

           MOVE "NETPAY" TO WS-MAP-TYPE
           MOVE SPACES   TO WS-MAP-DEPT
           MOVE "D"      TO WS-POST-DC
           MOVE PH-NET-PAY TO WS-POST-AMOUNT
           PERFORM ADD-REVERSING-POSTING

           *> Withholding comes back off the liability of the
           *> authority it was credited to, the employee's own tax
           *> jurisdiction, as the pay cycle posted it.
           CALL "TaxJurisdiction" USING WS-EMP-ID WS-TAX-JURISDICTION
           MOVE "TAXLIAB" TO WS-MAP-TYPE
           MOVE WS-TAX-JURISDICTION TO WS-MAP-DEPT
           MOVE "D"       TO WS-POST-DC
           MOVE PH-WITHHOLDING TO WS-POST-AMOUNT
           PERFORM ADD-REVERSING-POSTING

           *> The loan instalments recovered come back off the loan
           *> receivable they were credited to.
           MOVE "LOANREC" TO WS-MAP-TYPE
           MOVE SPACES    TO WS-MAP-DEPT
           MOVE "D"       TO WS-POST-DC
           MOVE WS-LOAN-REVERSED TO WS-POST-AMOUNT
           PERFORM ADD-REVERSING-POSTING

           *> PAYHIST.DAT keeps only the deduction total, so the rest
           *> of it goes to the deduction liability's generic
           *> account for Finance to clear against the providers.
           COMPUTE WS-DEDLIAB-AMOUNT = PH-DEDUCTIONS - WS-LOAN-REVERSED
           MOVE "DEDLIAB" TO WS-MAP-TYPE
           MOVE SPACES    TO WS-MAP-DEPT
           MOVE "D"       TO WS-POST-DC
           MOVE WS-DEDLIAB-AMOUNT TO WS-POST-AMOUNT
           PERFORM ADD-REVERSING-POSTING

           IF WS-ER-TOTAL > 0
               MOVE "ERCEXP"    TO WS-MAP-TYPE
               MOVE WS-ER-TOTAL TO WS-SPREAD-AMOUNT
               PERFORM SPREAD-EXPENSE-CREDIT
               PERFORM VARYING WS-ERLINE-INDEX FROM 1 BY 1
                       UNTIL WS-ERLINE-INDEX > WS-ERLINE-COUNT
                   MOVE "ERCLIAB" TO WS-MAP-TYPE
                   MOVE WS-ERL-CODE(WS-ERLINE-INDEX) TO WS-MAP-DEPT
                   MOVE "D" TO WS-POST-DC
                   MOVE WS-ERL-AMOUNT(WS-ERLINE-INDEX)
                       TO WS-POST-AMOUNT
                   PERFORM ADD-REVERSING-POSTING
               END-PERFORM
           END-IF.

       ADD-REVERSING-POSTING.
           IF WS-POST-AMOUNT > 0
               PERFORM RESOLVE-POSTING-CODES
               IF WS-MAP-FOUND = "Y" AND WS-POST-COUNT < 30
                   ADD 1 TO WS-POST-COUNT
                   MOVE WS-MAP-ACCOUNT  TO WS-PT-ACCOUNT(WS-POST-COUNT)
                   MOVE WS-MAP-DEPT-OUT TO WS-PT-DEPT(WS-POST-COUNT)
                   MOVE WS-POST-DC      TO WS-PT-DC(WS-POST-COUNT)
                   MOVE WS-POST-AMOUNT  TO WS-PT-AMOUNT(WS-POST-COUNT)
               END-IF
               IF WS-POST-DC = "D"
                   ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           END-IF.

       WRITE-VOID-RECORD.
           MOVE SPACES TO PAYADJ-RECORD
           MOVE WS-EMP-ID        TO PA-EMP-ID
           MOVE WS-VOID-PERIOD   TO PA-ORIG-PERIOD
           MOVE WS-POST-PERIOD   TO PA-POST-PERIOD
           MOVE PH-GROSS-PAY     TO PA-GROSS-PAY
           MOVE PH-WITHHOLDING   TO PA-WITHHOLDING
           MOVE PH-NET-PAY       TO PA-NET-PAY
           MOVE PH-DEDUCTIONS    TO PA-DEDUCTIONS
           MOVE WS-ER-TOTAL      TO PA-ER-COST
           MOVE WS-VOID-REASON   TO PA-REASON
           IF WS-REISSUE = "Y"
               MOVE "P" TO PA-REISSUE-STATUS
           ELSE
               MOVE SPACE TO PA-REISSUE-STATUS
           END-IF
           MOVE WS-REISSUE-GROSS TO PA-REISSUE-GROSS
           MOVE 0                TO PA-REISSUE-PERIOD
           MOVE WS-OPERATOR-ID   TO PA-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP
           WRITE PAYADJ-RECORD
               INVALID KEY
                   DISPLAY "Unable to write the void to PAYADJ.DAT -"
                       " status " WS-PAYADJ-STATUS ". Nothing"
                       " posted."
                   MOVE "N" TO WS-VOID-OK
           END-WRITE.

       WRITE-REVERSING-POSTINGS.
           *> The void extract accumulates until Finance takes it:
           *> each void appends its balanced set of postings.
           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Warning: unable to open "
                   FUNCTION TRIM(WS-GL-FILE-NAME) " - status "
                   WS-GL-STATUS ". The void is on PAYADJ.DAT but its"
                   " reversing postings must be journaled by hand."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
               MOVE SPACES TO GL-RECORD
               MOVE WS-POST-PERIOD TO GL-PERIOD
               MOVE WS-PT-ACCOUNT(WS-POST-INDEX) TO GL-ACCOUNT
               MOVE WS-PT-DEPT(WS-POST-INDEX)    TO GL-DEPT
               MOVE WS-PT-DC(WS-POST-INDEX)      TO GL-DEBIT-CREDIT
               MOVE WS-PT-AMOUNT(WS-POST-INDEX)  TO GL-AMOUNT
               WRITE GL-RECORD
           END-PERFORM
           CLOSE GL-FILE
           DISPLAY "Reversing postings written to "
               FUNCTION TRIM(WS-GL-FILE-NAME) ".".

       WRITE-VOID-JOURNAL.
           IF WS-PAYJRNL-OK = "Y"
               MOVE SPACES TO PAYJRNL-RECORD
               MOVE "VOD"          TO PJ-ACTION
               MOVE WS-OPERATOR-ID TO PJ-OPERATOR-ID
               MOVE PA-TIMESTAMP   TO PJ-TIMESTAMP
               MOVE WS-EMP-ID      TO PJ-EMP-ID
               MOVE WS-VOID-PERIOD TO PJ-PERIOD
               MOVE WS-POST-PERIOD TO PJ-POST-PERIOD
               MOVE PH-GROSS-PAY   TO PJ-GROSS
               MOVE PH-NET-PAY     TO PJ-NET
               MOVE WS-VOID-REASON TO PJ-REASON
               WRITE PAYJRNL-RECORD
           END-IF.

       VOID-PAYMENT-CHEQUE.
           *> The cheque the voided payment was printed on, if any,
           *> is found through the register's period key.
           IF WS-CHQREG-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VOID-PERIOD TO CR-PERIOD
           MOVE "N" TO WS-CHQREG-EOF
           START CHQREG-FILE KEY = CR-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-CHQREG-EOF
           END-START
           PERFORM UNTIL WS-CHQREG-EOF = "Y"
               READ CHQREG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CHQREG-EOF
                   NOT AT END
                       IF CR-PERIOD NOT = WS-VOID-PERIOD
                           MOVE "Y" TO WS-CHQREG-EOF
                       ELSE
                           IF CR-EMP-ID = WS-EMP-ID
                                   AND CR-STATUS = "I"
                               PERFORM VOID-ONE-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VOID-ONE-CHEQUE.
           MOVE "V"              TO CR-STATUS
           MOVE SPACES           TO CR-REASON
           STRING "PAYMENT VOID " WS-VOID-REASON
               DELIMITED BY SIZE INTO CR-REASON
           MOVE WS-OPERATOR-ID   TO CR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
           REWRITE CHQREG-RECORD
               INVALID KEY
                   DISPLAY "Unable to void cheque " CR-CHEQUE-NO
                       " on the register - void it in"
                       " ChequeMaintenance."
                   EXIT PARAGRAPH
           END-REWRITE

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
               DISPLAY "Cheque " CR-CHEQUE-NO " voided and reported"
                   " to the bank."
           ELSE
               DISPLAY "Cheque " CR-CHEQUE-NO " voided on the"
                   " register; unable to open "
                   FUNCTION TRIM(WS-POSPAYV-FILE-NAME) " - status "
                   WS-POSPAYV-STATUS ". Tell the bank by hand."
           END-IF.

       LIST-VOIDS.
           MOVE LOW-VALUES TO PA-KEY
           MOVE "N" TO WS-AT-END

           START PAYADJ-FILE KEY >= PA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "EMP-ID PERIOD BOOKED REASON          GROSS"
               "           NET REISSUE"
           DISPLAY "------ ------ ------ ------ -------------"
               " ------------- -------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ PAYADJ-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       MOVE PA-GROSS-PAY TO GROSS-ED
                       MOVE PA-NET-PAY   TO NET-ED
                       EVALUATE PA-REISSUE-STATUS
                           WHEN "P"
                               DISPLAY PA-EMP-ID "  " PA-ORIG-PERIOD
                                   " " PA-POST-PERIOD " " PA-REASON
                                   "   " GROSS-ED " " NET-ED
                                   " PENDING"
                           WHEN "I"
                               DISPLAY PA-EMP-ID "  " PA-ORIG-PERIOD
                                   " " PA-POST-PERIOD " " PA-REASON
                                   "   " GROSS-ED " " NET-ED
                                   " " PA-REISSUE-PERIOD
                           WHEN OTHER
                               DISPLAY PA-EMP-ID "  " PA-ORIG-PERIOD
                                   " " PA-POST-PERIOD " " PA-REASON
                                   "   " GROSS-ED " " NET-ED
                                   " NONE"
                       END-EVALUATE
               END-READ
           END-PERFORM.

       LOAD-GL-MAPPING.
           *> One pass over GLMAP.DAT into the table, as the pay
           *> cycle loads it. With no mapping file the reversal goes
           *> out in the legacy account coding, the same as the
           *> cycle's own extract would have.
           MOVE "N" TO WS-GLMAP-OK
           MOVE 0 TO WS-GLMAP-COUNT
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "GLMAP.DAT not found - status "
                   WS-GLMAP-STATUS ". Reversals go out in the"
                   " legacy account coding."
           ELSE
               MOVE "N" TO WS-GLMAP-EOF
               PERFORM UNTIL WS-GLMAP-EOF = "Y"
                   READ GLMAP-FILE
                       AT END
                           MOVE "Y" TO WS-GLMAP-EOF
                       NOT AT END
                           IF WS-GLMAP-COUNT < 100
                               ADD 1 TO WS-GLMAP-COUNT
                               MOVE GLM-TYPE TO
                                   GM-TYPE(WS-GLMAP-COUNT)
                               MOVE GLM-DEPT TO
                                   GM-DEPT(WS-GLMAP-COUNT)
                               MOVE GLM-ACCOUNT TO
                                   GM-ACCOUNT(WS-GLMAP-COUNT)
                               MOVE GLM-COST-CENTER TO
                                   GM-COST-CENTER(WS-GLMAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
               IF WS-GLMAP-COUNT > 0
                   MOVE "Y" TO WS-GLMAP-OK
                   OPEN INPUT DEPT-FILE
                   IF WS-DEPTM-STATUS = "00"
                       MOVE "Y" TO WS-DEPTM-OK
                   END-IF
               END-IF
           END-IF.

       RESOLVE-POSTING-CODES.
           *> The pay cycle's resolution rules: an exact (type,
           *> department) row wins; a (type, spaces) row is the
           *> generic fallback for everything but the departmental
           *> expense, whose department must be mapped.
           MOVE "Y" TO WS-MAP-FOUND
           IF WS-GLMAP-OK NOT = "Y"
               MOVE WS-MAP-TYPE TO WS-MAP-ACCOUNT
               MOVE WS-MAP-DEPT TO WS-MAP-DEPT-OUT
           ELSE
               MOVE "N" TO WS-MAP-FOUND
               PERFORM VARYING WS-GLMAP-INDEX FROM 1 BY 1
                       UNTIL WS-GLMAP-INDEX > WS-GLMAP-COUNT
                   IF GM-TYPE(WS-GLMAP-INDEX) = WS-MAP-TYPE
                           AND GM-DEPT(WS-GLMAP-INDEX)
                               = WS-MAP-DEPT
                       MOVE "Y" TO WS-MAP-FOUND
                   END-IF
                   IF WS-MAP-FOUND = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF WS-MAP-FOUND = "N" AND WS-MAP-DEPT NOT = SPACES
                       AND WS-MAP-TYPE NOT = WS-DEBIT-TYPE
                   PERFORM FIND-GENERIC-MAPPING
               END-IF

               IF WS-MAP-FOUND = "Y"
                   MOVE GM-ACCOUNT(WS-GLMAP-INDEX)
                       TO WS-MAP-ACCOUNT
                   MOVE SPACES TO WS-MAP-DEPT-OUT
                   IF GM-COST-CENTER(WS-GLMAP-INDEX) NOT = SPACES
                       MOVE GM-COST-CENTER(WS-GLMAP-INDEX)
                           TO WS-MAP-DEPT-OUT
                   ELSE
                       PERFORM LOOKUP-DEPT-COST-CENTER
                   END-IF
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "Unmapped posting: type " WS-MAP-TYPE
                       " department/code " WS-MAP-DEPT
                       " has no GLMAP.DAT row."
               END-IF
           END-IF.

       FIND-GENERIC-MAPPING.
           PERFORM VARYING WS-GLMAP-INDEX FROM 1 BY 1
                   UNTIL WS-GLMAP-INDEX > WS-GLMAP-COUNT
               IF GM-TYPE(WS-GLMAP-INDEX) = WS-MAP-TYPE
                       AND GM-DEPT(WS-GLMAP-INDEX) = SPACES
                   MOVE "Y" TO WS-MAP-FOUND
               END-IF
               IF WS-MAP-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-DEPT-COST-CENTER.
           IF WS-DEPTM-OK = "Y" AND WS-MAP-DEPT NOT = SPACES
               MOVE WS-MAP-DEPT TO DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-COST-CENTER TO WS-MAP-DEPT-OUT
               END-READ
           END-IF.
