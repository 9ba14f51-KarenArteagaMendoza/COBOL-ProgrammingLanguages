       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentReconcile.

      *> Proof that the money paid out is the money the pay history
      *> says was paid. For one period the BANKPAY.DAT deposit
      *> extract and the CHEQUES.DAT cheque list are footed against
      *> PAYHIST.DAT's PH-NET-PAY employee by employee and in total.
      *> Every difference is a reconciling item on PAYRECON.DAT with
      *> a reason code and its wording: a break (paid with no
      *> history, history with no payment, the wrong amount, paid
      *> twice, an extract that does not foot to its own trailer)
      *> fails the run; an explained item (a voided payment, a
      *> hand-written cheque, a returned deposit) is listed but does
      *> not. The bank's returned-items file is read in the same
      *> run: each bounced deposit becomes a reconciling item and is
      *> put on the CHQREISS.DAT cheque-reissue list, which the next
      *> PayrollCycle run prints a cheque for. A returned prenote
      *> (a zero-amount return) holds its account on PRENOTE.DAT
      *> so the cycle keeps paying that employee by cheque. A
      *> supplemental run also pays out loans and advances, which
      *> are on LOANMAST.DAT rather than the history, so they are
      *> added to what each employee was due. Each company is
      *> reconciled on its own: the history and loans of its own
      *> employees (by the company of their department) against
      *> its own extract and cheque list, named as its pay cycle
      *> names them (see CompanyLookup).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN DYNAMIC WS-PAYHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PAYEXTR-FILE ASSIGN DYNAMIC WS-PAYEXTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.

           SELECT CHEQUE-FILE ASSIGN DYNAMIC WS-CHEQUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.

           SELECT PAYADJ-FILE ASSIGN DYNAMIC WS-PAYADJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PAYADJ-STATUS.

           SELECT BANKRTN-FILE ASSIGN DYNAMIC WS-BANKRTN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKRTN-STATUS.

           SELECT CHQREISS-FILE ASSIGN DYNAMIC WS-CHQREISS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS WS-CHQREISS-STATUS.

           SELECT PRENOTE-FILE ASSIGN DYNAMIC WS-PRENOTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-ID
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT RECON-FILE ASSIGN DYNAMIC WS-RECON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
           COPY "payhist.cpy".

       FD PAYEXTR-FILE.
           COPY "bankpay.cpy".

       FD CHEQUE-FILE.
           COPY "chequelist.cpy".

       FD PAYADJ-FILE.
           COPY "payadj.cpy".

       FD BANKRTN-FILE.
           COPY "bankrtn.cpy".

       FD CHQREISS-FILE.
           COPY "chqreiss.cpy".

       FD PRENOTE-FILE.
           COPY "prenote.cpy".

       FD LOAN-FILE.
           COPY "loanrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD RECON-FILE.
       01 RECON-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME  PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-PAYEXTR-FILE-NAME  PIC X(40) VALUE "BANKPAY.DAT".
       01 WS-CHEQUE-FILE-NAME   PIC X(40) VALUE "CHEQUES.DAT".
       01 WS-PAYADJ-FILE-NAME   PIC X(40) VALUE "PAYADJ.DAT".
       01 WS-BANKRTN-FILE-NAME  PIC X(40) VALUE "BANKRTN.DAT".
       01 WS-CHQREISS-FILE-NAME PIC X(40) VALUE "CHQREISS.DAT".
       01 WS-PRENOTE-FILE-NAME  PIC X(40) VALUE "PRENOTE.DAT".
       01 WS-LOAN-FILE-NAME     PIC X(40) VALUE "LOANMAST.DAT".
       01 WS-RECON-FILE-NAME    PIC X(40) VALUE "PAYRECON.DAT".
       01 WS-EMP-FILE-NAME      PIC X(40) VALUE "EMPLOYEE.DAT".

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PAYEXTR-STATUS  PIC X(2) VALUE SPACE.
       01 WS-CHEQUE-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-OK       PIC X VALUE "N".
       01 WS-BANKRTN-STATUS  PIC X(2) VALUE SPACE.
       01 WS-CHQREISS-STATUS PIC X(2) VALUE SPACE.
       01 WS-PRENOTE-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PRENOTE-OK      PIC X VALUE "N".
       01 WS-LOAN-STATUS     PIC X(2) VALUE SPACE.
       01 WS-RECON-STATUS    PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-ABORT           PIC X VALUE "N".

       01 WS-RECON-PERIOD    PIC 9(6).
       01 WS-RECON-MM        PIC 9(2).
       01 WS-RUN-DATE        PIC X(8).

       *> The company being reconciled, off the card after the
       *> period (blank = the home company), and the company of the
       *> employee a history or loan record belongs to; another
       *> company's records are left for its own reconciliation.
       01 WS-RECON-COMPANY   PIC X(4) VALUE SPACE.
       01 WS-HOME-COMPANY    PIC X(4) VALUE SPACE.
       01 WS-PAYEE-COMPANY   PIC X(4) VALUE SPACE.
       01 WS-OTHER-COMPANY   PIC 9(6) VALUE 0.
           COPY "companyreq.cpy".

       *> One row per employee the period touched - on the history,
       *> on the extract, or on the cheque list - with what each
       *> side says was paid.
       01 WS-PAYEE-COUNT     PIC 9(4) VALUE 0.
       01 WS-PAYEE-INDEX     PIC 9(4).
       01 WS-PAYEE-FOUND     PIC X VALUE "N".
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE-ENTRY OCCURS 2000 TIMES.
               10 WS-PE-EMP-ID     PIC 9(5).
               10 WS-PE-ON-HIST    PIC X(1).
               10 WS-PE-HIST-NET   PIC 9(9)V99.
               10 WS-PE-BANK-COUNT PIC 9(2).
               10 WS-PE-BANK-AMT   PIC 9(9)V99.
               10 WS-PE-CHQ-COUNT  PIC 9(2).
               10 WS-PE-CHQ-AMT    PIC 9(9)V99.
               10 WS-PE-CHQ-NO     PIC 9(8).
               10 WS-PE-LOAN-COUNT PIC 9(2).
               10 WS-PE-LOAN-AMT   PIC 9(9)V99.
       01 WS-FIND-EMP-ID     PIC 9(5).
       01 WS-TABLE-FULL      PIC X VALUE "N".

       *> Footings: each side in total, the extract's own trailer,
       *> and the reconciling items by kind.
       01 WS-HIST-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-BANK-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-LOAN-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-DUE-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-PAID-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-BANK-DETAIL     PIC 9(6) VALUE 0.
       01 WS-TRAILER-SEEN    PIC X VALUE "N".
       01 WS-TRAILER-COUNT   PIC 9(6) VALUE 0.
       01 WS-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-LINE.
           05 FILLER             PIC X(9).
           05 WT-RECORD-COUNT    PIC 9(6).
           05 FILLER             PIC X(1).
           05 WT-AMOUNT-TOTAL    PIC 9(11)V99.
       01 WS-WRONG-PERIOD    PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT     PIC 9(5) VALUE 0.
       01 WS-EXPLAINED-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURN-COUNT    PIC 9(5) VALUE 0.
       01 WS-RETURN-LISTED   PIC 9(5) VALUE 0.
       01 WS-PRENOTE-RETURNS PIC 9(5) VALUE 0.
       01 WS-PAID-AMOUNT     PIC 9(9)V99.
       01 WS-DUE-AMOUNT      PIC 9(9)V99.
       01 WS-DUE-COUNT       PIC 9(3).
       01 WS-PAID-COUNT      PIC 9(3).

       *> The reconciling item being written: its reason code, its
       *> wording, and whether it is a break or explained.
       01 WS-ITEM-EMP-ID     PIC 9(5).
       01 WS-ITEM-HIST       PIC 9(9)V99.
       01 WS-ITEM-PAID       PIC 9(9)V99.
       01 WS-ITEM-CODE       PIC X(6).
       01 WS-ITEM-TEXT       PIC X(40).
       01 WS-ITEM-BREAK      PIC X VALUE "N".
       01 HIST-ED            PIC Z,ZZZ,ZZ9.99.
       01 PAID-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PaymentReconcile" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "Enter period to reconcile (YYYYMM; a supplemental"
               " run's period as filed, e.g. 202659):"
           ACCEPT WS-RECON-PERIOD

           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-HOME-COMPANY
           DISPLAY "Company to reconcile (blank = home company):"
           ACCEPT WS-RECON-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-RECON-COMPANY)
               TO WS-RECON-COMPANY
           IF WS-RECON-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-RECON-COMPANY
           END-IF
           MOVE 0 TO WS-OTHER-COMPANY

           *> A supplemental run pays out on its own extract and
           *> cheque list; follow it there unless the JCL has
           *> already pointed us somewhere else.
           MOVE WS-RECON-PERIOD(5:2) TO WS-RECON-MM
           IF WS-RECON-MM > 50
               IF WS-PAYEXTR-FILE-NAME = "BANKPAY.DAT"
                   MOVE "BONUSPAY.DAT" TO WS-PAYEXTR-FILE-NAME
               END-IF
               IF WS-CHEQUE-FILE-NAME = "CHEQUES.DAT"
                   MOVE "BONUSCHQ.DAT" TO WS-CHEQUE-FILE-NAME
               END-IF
           END-IF
           IF WS-RECON-COMPANY NOT = WS-HOME-COMPANY
               PERFORM QUALIFY-COMPANY-FILES
           END-IF

           OPEN OUTPUT RECON-FILE
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-RECON-FILE-NAME) " - status "
                   WS-RECON-STATUS "."
               PERFORM STAMP-FAILED-RUN
               GOBACK
           END-IF
           PERFORM WRITE-RECON-HEADINGS

           *> The employee master says which company each payee
           *> belongs to; without it the companies cannot be told
           *> apart and nothing is reconciled.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               CLOSE RECON-FILE
               PERFORM STAMP-FAILED-RUN
               GOBACK
           END-IF

           PERFORM LOAD-PAY-HISTORY
           IF WS-ABORT = "N" AND WS-RECON-MM > 50
               PERFORM LOAD-LOAN-PAYOUTS
           END-IF
           IF WS-ABORT = "N"
               PERFORM LOAD-BANK-EXTRACT
           END-IF
           IF WS-ABORT = "N"
               PERFORM LOAD-CHEQUE-LIST
           END-IF
           CLOSE EMP-FILE
           IF WS-ABORT = "Y"
               CLOSE RECON-FILE
               PERFORM STAMP-FAILED-RUN
               GOBACK
           END-IF

           OPEN INPUT PAYADJ-FILE
           IF WS-PAYADJ-STATUS = "00"
               MOVE "Y" TO WS-PAYADJ-OK
           END-IF
           PERFORM VARYING WS-PAYEE-INDEX FROM 1 BY 1
                   UNTIL WS-PAYEE-INDEX > WS-PAYEE-COUNT
               PERFORM RECONCILE-ONE-PAYEE
           END-PERFORM
           IF WS-PAYADJ-OK = "Y"
               CLOSE PAYADJ-FILE
           END-IF

           PERFORM CHECK-EXTRACT-TRAILER
           PERFORM PROCESS-RETURNED-ITEMS
           PERFORM WRITE-RECON-TOTALS
           CLOSE RECON-FILE

           DISPLAY " "
           DISPLAY "Period " WS-RECON-PERIOD " company "
               WS-RECON-COMPANY ": " WS-PAYEE-COUNT
               " payee(s); breaks " WS-BREAK-COUNT "; explained"
               " items " WS-EXPLAINED-COUNT "."
           IF WS-OTHER-COMPANY > 0
               DISPLAY WS-OTHER-COMPANY " history or loan record(s)"
                   " left for another company's reconciliation."
           END-IF
           IF WS-RETURN-COUNT > 0
               DISPLAY "Returned deposits read: " WS-RETURN-COUNT
                   "  newly listed for cheque reissue: "
                   WS-RETURN-LISTED
           END-IF
           IF WS-PRENOTE-RETURNS > 0
               DISPLAY "Returned prenotes read: " WS-PRENOTE-RETURNS
           END-IF

           MOVE WS-PAYEE-COUNT TO RL-RECORDS-READ
           MOVE WS-OTHER-COMPANY TO RL-RECORDS-SKIPPED
           COMPUTE RL-RECORDS-WRITTEN =
               WS-BREAK-COUNT + WS-EXPLAINED-COUNT
           IF WS-BREAK-COUNT = 0
               DISPLAY "Payments reconcile to the pay history."
               MOVE "OK" TO RL-FINAL-STATUS
           ELSE
               DISPLAY "Payments DO NOT reconcile - see "
                   FUNCTION TRIM(WS-RECON-FILE-NAME) "."
               MOVE "DISC" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF RL-FINAL-STATUS = "OK"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PAYHIST-FILE-NAME FROM ENVIRONMENT "PAYHIST"
               ON EXCEPTION
                   MOVE "PAYHIST.DAT" TO WS-PAYHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYEXTR-FILE-NAME FROM ENVIRONMENT "BANKPAY"
               ON EXCEPTION
                   MOVE "BANKPAY.DAT" TO WS-PAYEXTR-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHEQUE-FILE-NAME FROM ENVIRONMENT "CHEQUES"
               ON EXCEPTION
                   MOVE "CHEQUES.DAT" TO WS-CHEQUE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYADJ-FILE-NAME FROM ENVIRONMENT "PAYADJ"
               ON EXCEPTION
                   MOVE "PAYADJ.DAT" TO WS-PAYADJ-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BANKRTN-FILE-NAME FROM ENVIRONMENT "BANKRTN"
               ON EXCEPTION
                   MOVE "BANKRTN.DAT" TO WS-BANKRTN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQREISS-FILE-NAME FROM ENVIRONMENT "CHQREISS"
               ON EXCEPTION
                   MOVE "CHQREISS.DAT" TO WS-CHQREISS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PRENOTE-FILE-NAME FROM ENVIRONMENT "PRENOTE"
               ON EXCEPTION
                   MOVE "PRENOTE.DAT" TO WS-PRENOTE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOAN-FILE-NAME FROM ENVIRONMENT "LOANMAST"
               ON EXCEPTION
                   MOVE "LOANMAST.DAT" TO WS-LOAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-RECON-FILE-NAME FROM ENVIRONMENT "PAYRECON"
               ON EXCEPTION
                   MOVE "PAYRECON.DAT" TO WS-RECON-FILE-NAME
           END-ACCEPT.

       QUALIFY-COMPANY-FILES.
           *> Another company's run reads the extract and cheque list
           *> its own pay cycle wrote, and writes its own report. A
           *> name the JCL has set is taken as given.
           IF WS-PAYEXTR-FILE-NAME = "BANKPAY.DAT"
                   OR WS-PAYEXTR-FILE-NAME = "BONUSPAY.DAT"
               MOVE WS-PAYEXTR-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-PAYEXTR-FILE-NAME
           END-IF
           IF WS-CHEQUE-FILE-NAME = "CHEQUES.DAT"
                   OR WS-CHEQUE-FILE-NAME = "BONUSCHQ.DAT"
               MOVE WS-CHEQUE-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-CHEQUE-FILE-NAME
           END-IF
           IF WS-RECON-FILE-NAME = "PAYRECON.DAT"
               MOVE WS-RECON-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-RECON-FILE-NAME
           END-IF.

       QUALIFY-ONE-FILE-NAME.
           MOVE "F" TO CO-ACTION
           MOVE WS-RECON-COMPANY TO CO-COMPANY
           CALL "CompanyLookup" USING COMPANY-REQUEST.

       GET-PAYEE-COMPANY.
           *> The company of WS-FIND-EMP-ID's department. An employee
           *> gone from the master is the home company's, as the pay
           *> cycle takes it.
           MOVE WS-FIND-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-DEPT
           END-READ
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-PAYEE-COMPANY
           IF WS-PAYEE-COMPANY NOT = WS-RECON-COMPANY
               ADD 1 TO WS-OTHER-COMPANY
           END-IF.

       STAMP-FAILED-RUN.
           MOVE "FAIL" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD
           MOVE 16 TO RETURN-CODE.

       FIND-OR-ADD-PAYEE.
           MOVE "N" TO WS-PAYEE-FOUND
           PERFORM VARYING WS-PAYEE-INDEX FROM 1 BY 1
                   UNTIL WS-PAYEE-INDEX > WS-PAYEE-COUNT
               IF WS-PE-EMP-ID(WS-PAYEE-INDEX) = WS-FIND-EMP-ID
                   MOVE "Y" TO WS-PAYEE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PAYEE-FOUND = "N"
               IF WS-PAYEE-COUNT < 2000
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-INDEX
                   MOVE WS-FIND-EMP-ID TO WS-PE-EMP-ID(WS-PAYEE-INDEX)
                   MOVE "N" TO WS-PE-ON-HIST(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-HIST-NET(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-BANK-COUNT(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-BANK-AMT(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-CHQ-COUNT(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-CHQ-AMT(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-CHQ-NO(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-LOAN-COUNT(WS-PAYEE-INDEX)
                   MOVE 0 TO WS-PE-LOAN-AMT(WS-PAYEE-INDEX)
                   MOVE "Y" TO WS-PAYEE-FOUND
               ELSE
                   IF WS-TABLE-FULL = "N"
                       DISPLAY "More than 2000 payees in the period"
                           " - the run cannot reconcile it."
                       MOVE "Y" TO WS-TABLE-FULL
                       MOVE "Y" TO WS-ABORT
                   END-IF
               END-IF
           END-IF.

       LOAD-PAY-HISTORY.
           *> The history is keyed employee first, so the period's
           *> records are spread through the whole file.
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "Unable to open PAYHIST.DAT - status "
                   WS-PAYHIST-STATUS "."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PH-KEY
           MOVE "N" TO WS-EOF
           START PAYHIST-FILE KEY >= PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y" OR WS-ABORT = "Y"
               READ PAYHIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PH-PERIOD = WS-RECON-PERIOD
                           PERFORM TAKE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE.

       TAKE-HISTORY-RECORD.
           MOVE PH-EMP-ID TO WS-FIND-EMP-ID
           PERFORM GET-PAYEE-COMPANY
           IF WS-PAYEE-COMPANY NOT = WS-RECON-COMPANY
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-PAYEE
           IF WS-PAYEE-FOUND = "Y"
               MOVE "Y" TO WS-PE-ON-HIST(WS-PAYEE-INDEX)
               MOVE PH-NET-PAY TO WS-PE-HIST-NET(WS-PAYEE-INDEX)
               ADD PH-NET-PAY TO WS-HIST-TOTAL
           END-IF.

       LOAD-LOAN-PAYOUTS.
           *> Every loan the supplemental run paid out, whatever
           *> has become of it since. No loan master means no loan
           *> was ever paid out.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open LOANMAST.DAT -"
                       " status " WS-LOAN-STATUS ". Loans paid out"
                       " will show as payments with no history."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-ABORT = "Y"
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-ISSUE-PERIOD = WS-RECON-PERIOD
                               AND LN-STATUS NOT = "P"
                               AND LN-STATUS NOT = "X"
                           PERFORM TAKE-LOAN-PAYOUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       TAKE-LOAN-PAYOUT.
           MOVE LN-EMP-ID TO WS-FIND-EMP-ID
           PERFORM GET-PAYEE-COMPANY
           IF WS-PAYEE-COMPANY NOT = WS-RECON-COMPANY
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-PAYEE
           IF WS-PAYEE-FOUND = "Y"
               ADD 1 TO WS-PE-LOAN-COUNT(WS-PAYEE-INDEX)
               ADD LN-PRINCIPAL TO WS-PE-LOAN-AMT(WS-PAYEE-INDEX)
               ADD LN-PRINCIPAL TO WS-LOAN-TOTAL
           END-IF.

       LOAD-BANK-EXTRACT.
           *> An extract for some other period is the wrong file,
           *> not a set of differences - nothing is reconciled.
           OPEN INPUT PAYEXTR-FILE
           IF WS-PAYEXTR-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PAYEXTR-FILE-NAME) " - status "
                   WS-PAYEXTR-STATUS "."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-ABORT = "Y"
               READ PAYEXTR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-BANK-PAYMENT
               END-READ
           END-PERFORM
           CLOSE PAYEXTR-FILE.

       TAKE-BANK-PAYMENT.
           IF PAYEXTR-RECORD(1:8) = "#CONTROL"
               MOVE "Y" TO WS-TRAILER-SEEN
               MOVE PAYEXTR-RECORD TO WS-TRAILER-LINE
               MOVE WT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE WT-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT
               EXIT PARAGRAPH
           END-IF

           IF BP-PERIOD NOT = WS-RECON-PERIOD
               MOVE BP-PERIOD TO WS-WRONG-PERIOD
               DISPLAY FUNCTION TRIM(WS-PAYEXTR-FILE-NAME)
                   " holds period " WS-WRONG-PERIOD ", not "
                   WS-RECON-PERIOD " - wrong extract."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BANK-DETAIL
           ADD BP-AMOUNT TO WS-BANK-TOTAL
           MOVE BP-EMP-ID TO WS-FIND-EMP-ID
           PERFORM FIND-OR-ADD-PAYEE
           IF WS-PAYEE-FOUND = "Y"
               ADD 1 TO WS-PE-BANK-COUNT(WS-PAYEE-INDEX)
               ADD BP-AMOUNT TO WS-PE-BANK-AMT(WS-PAYEE-INDEX)
           END-IF.

       LOAD-CHEQUE-LIST.
           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-CHEQUE-FILE-NAME) " - status "
                   WS-CHEQUE-STATUS "."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-ABORT = "Y"
               READ CHEQUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-CHEQUE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE CHEQUE-FILE.

       TAKE-CHEQUE-PAYMENT.
           IF CQ-PERIOD NOT = WS-RECON-PERIOD
               MOVE CQ-PERIOD TO WS-WRONG-PERIOD
               DISPLAY FUNCTION TRIM(WS-CHEQUE-FILE-NAME)
                   " holds period " WS-WRONG-PERIOD ", not "
                   WS-RECON-PERIOD " - wrong cheque list."
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF

           ADD CQ-AMOUNT TO WS-CHQ-TOTAL
           MOVE CQ-EMP-ID TO WS-FIND-EMP-ID
           PERFORM FIND-OR-ADD-PAYEE
           IF WS-PAYEE-FOUND = "Y"
               ADD 1 TO WS-PE-CHQ-COUNT(WS-PAYEE-INDEX)
               ADD CQ-AMOUNT TO WS-PE-CHQ-AMT(WS-PAYEE-INDEX)
               MOVE CQ-CHEQUE-NO TO WS-PE-CHQ-NO(WS-PAYEE-INDEX)
           END-IF.

       RECONCILE-ONE-PAYEE.
           *> What the employee was due is the history net plus any
           *> loan paid out, each its own payment.
           MOVE WS-PE-EMP-ID(WS-PAYEE-INDEX)   TO WS-ITEM-EMP-ID
           COMPUTE WS-DUE-AMOUNT =
               WS-PE-HIST-NET(WS-PAYEE-INDEX)
               + WS-PE-LOAN-AMT(WS-PAYEE-INDEX)
           MOVE WS-DUE-AMOUNT TO WS-ITEM-HIST
           MOVE WS-PE-LOAN-COUNT(WS-PAYEE-INDEX) TO WS-DUE-COUNT
           IF WS-PE-ON-HIST(WS-PAYEE-INDEX) = "Y"
               ADD 1 TO WS-DUE-COUNT
           END-IF
           COMPUTE WS-PAID-AMOUNT =
               WS-PE-BANK-AMT(WS-PAYEE-INDEX)
               + WS-PE-CHQ-AMT(WS-PAYEE-INDEX)
           COMPUTE WS-PAID-COUNT =
               WS-PE-BANK-COUNT(WS-PAYEE-INDEX)
               + WS-PE-CHQ-COUNT(WS-PAYEE-INDEX)
           MOVE WS-PAID-AMOUNT TO WS-ITEM-PAID

           *> The breaks first - at most one per employee, the most
           *> fundamental that applies. A supplemental run pays a
           *> bonus and a reissue for one employee separately but
           *> files them as one history record, so there extra
           *> payments that add up to what was due are explained
           *> below rather than broken here.
           EVALUATE TRUE
               WHEN WS-PE-ON-HIST(WS-PAYEE-INDEX) = "N"
                       AND WS-PE-LOAN-COUNT(WS-PAYEE-INDEX) = 0
                   MOVE "NOHIST" TO WS-ITEM-CODE
                   MOVE "PAID BUT NO PAY HISTORY FOR THE PERIOD"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
               WHEN WS-PAID-COUNT > WS-DUE-COUNT
                       AND (WS-RECON-MM NOT > 50
                       OR WS-PAID-AMOUNT NOT = WS-DUE-AMOUNT)
                   MOVE "DUPPAY" TO WS-ITEM-CODE
                   MOVE "PAID MORE THAN ONCE IN THE PERIOD"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
               WHEN WS-PAID-AMOUNT = 0
                       AND WS-DUE-AMOUNT > 0
                   MOVE "NOPAY" TO WS-ITEM-CODE
                   MOVE "NET PAY ON HISTORY BUT NOTHING PAID OUT"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
               WHEN WS-PAID-AMOUNT NOT = WS-DUE-AMOUNT
                   MOVE "AMTDIF" TO WS-ITEM-CODE
                   MOVE "AMOUNT PAID DIFFERS FROM HISTORY NET"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           *> Then whatever explains money that went out but will
           *> not stay out, or that went out by hand.
           IF WS-PE-CHQ-COUNT(WS-PAYEE-INDEX) > 0
                   AND WS-PE-CHQ-NO(WS-PAYEE-INDEX) = 0
                   AND WS-PE-CHQ-AMT(WS-PAYEE-INDEX) > 0
               MOVE "HANDCQ" TO WS-ITEM-CODE
               MOVE "CHEQUE WRITTEN BY HAND - NOT PRINTED"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-EXPLAINED-ITEM
           END-IF

           IF WS-PAYADJ-OK = "Y"
               MOVE WS-ITEM-EMP-ID  TO PA-EMP-ID
               MOVE WS-RECON-PERIOD TO PA-ORIG-PERIOD
               READ PAYADJ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "VOIDED" TO WS-ITEM-CODE
                       MOVE SPACES TO WS-ITEM-TEXT
                       STRING "PAYMENT VOIDED (" PA-REASON
                           ") - BOOKED " PA-POST-PERIOD
                           DELIMITED BY SIZE INTO WS-ITEM-TEXT
                       PERFORM WRITE-EXPLAINED-ITEM
               END-READ
           END-IF

           IF WS-PE-LOAN-COUNT(WS-PAYEE-INDEX) > 0
               MOVE WS-PE-LOAN-AMT(WS-PAYEE-INDEX) TO PAID-ED
               MOVE "LOANAD" TO WS-ITEM-CODE
               MOVE SPACES TO WS-ITEM-TEXT
               STRING "INCLUDES LOAN PAID OUT " PAID-ED
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
               PERFORM WRITE-EXPLAINED-ITEM
           END-IF

           IF WS-RECON-MM > 50 AND WS-PAID-COUNT > WS-DUE-COUNT
                   AND WS-PAID-AMOUNT = WS-DUE-AMOUNT
               MOVE "MULTPY" TO WS-ITEM-CODE
               MOVE "PAID IN PARTS - THE PARTS ADD UP"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-EXPLAINED-ITEM
           END-IF.

       WRITE-BREAK-ITEM.
           MOVE "Y" TO WS-ITEM-BREAK
           ADD 1 TO WS-BREAK-COUNT
           PERFORM WRITE-RECON-ITEM.

       WRITE-EXPLAINED-ITEM.
           MOVE "N" TO WS-ITEM-BREAK
           ADD 1 TO WS-EXPLAINED-COUNT
           PERFORM WRITE-RECON-ITEM.

       WRITE-RECON-ITEM.
           MOVE WS-ITEM-HIST TO HIST-ED
           MOVE WS-ITEM-PAID TO PAID-ED
           MOVE SPACES TO RECON-REC
           IF WS-ITEM-BREAK = "Y"
               STRING WS-ITEM-EMP-ID " " HIST-ED " " PAID-ED " "
                   WS-ITEM-CODE " BREAK " WS-ITEM-TEXT
                   DELIMITED BY SIZE INTO RECON-REC
           ELSE
               STRING WS-ITEM-EMP-ID " " HIST-ED " " PAID-ED " "
                   WS-ITEM-CODE " NOTED " WS-ITEM-TEXT
                   DELIMITED BY SIZE INTO RECON-REC
           END-IF
           WRITE RECON-REC
           DISPLAY RECON-REC.

       WRITE-RECON-HEADINGS.
           MOVE SPACES TO RECON-REC
           STRING "PAYMENT RECONCILIATION - PERIOD " WS-RECON-PERIOD
               "  COMPANY " WS-RECON-COMPANY "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           MOVE SPACES TO RECON-REC
           STRING "EMP-ID  HISTORY NET    AMOUNT PAID REASON KIND"
               "   DESCRIPTION"
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           MOVE SPACES TO RECON-REC
           STRING "------ ------------ ------------ ------ ------"
               " ----------------------------------------"
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC.

       CHECK-EXTRACT-TRAILER.
           *> The extract has to foot to its own trailer before its
           *> detail can prove anything.
           MOVE 0 TO WS-ITEM-EMP-ID
           MOVE WS-TRAILER-AMOUNT TO WS-ITEM-HIST
           MOVE WS-BANK-TOTAL TO WS-ITEM-PAID
           IF WS-TRAILER-SEEN = "N"
               MOVE "TRAILR" TO WS-ITEM-CODE
               MOVE "DEPOSIT EXTRACT HAS NO #CONTROL TRAILER"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-BREAK-ITEM
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-BANK-DETAIL
                       OR WS-TRAILER-AMOUNT NOT = WS-BANK-TOTAL
                   MOVE "TRAILR" TO WS-ITEM-CODE
                   MOVE "DEPOSIT EXTRACT DOES NOT FOOT TO TRAILER"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
               END-IF
           END-IF.

       PROCESS-RETURNED-ITEMS.
           *> No returned-items file means the bank sent nothing
           *> back. Each return, for whatever period, is noted and
           *> listed for a cheque; one listed before is noted only.
           OPEN INPUT BANKRTN-FILE
           IF WS-BANKRTN-STATUS NOT = "00"
               DISPLAY "No returned-items file ("
                   FUNCTION TRIM(WS-BANKRTN-FILE-NAME) " status "
                   WS-BANKRTN-STATUS ") - no returned deposits."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CHQREISS-FILE
           IF WS-CHQREISS-STATUS = "35"
               DISPLAY "CHQREISS.DAT does not exist yet - creating"
                   " it."
               OPEN OUTPUT CHQREISS-FILE
               CLOSE CHQREISS-FILE
               OPEN I-O CHQREISS-FILE
           END-IF
           IF WS-CHQREISS-STATUS NOT = "00"
               DISPLAY "Unable to open CHQREISS.DAT - status "
                   WS-CHQREISS-STATUS ". Returned deposits are not"
                   " listed for reissue."
               MOVE 0 TO WS-ITEM-EMP-ID
               MOVE 0 TO WS-ITEM-HIST
               MOVE 0 TO WS-ITEM-PAID
               MOVE "RETURN" TO WS-ITEM-CODE
               MOVE "REISSUE LIST UNAVAILABLE - RERUN"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-BREAK-ITEM
               CLOSE BANKRTN-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PRENOTE-FILE
           IF WS-PRENOTE-STATUS = "00"
               MOVE "Y" TO WS-PRENOTE-OK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BANKRTN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RT-AMOUNT = 0
                           PERFORM NOTE-PRENOTE-RETURN
                       ELSE
                           PERFORM LIST-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKRTN-FILE
           CLOSE CHQREISS-FILE
           IF WS-PRENOTE-OK = "Y"
               CLOSE PRENOTE-FILE
           END-IF.

       NOTE-PRENOTE-RETURN.
           *> A zero-amount return is a prenote the bank refused. The
           *> account it proved is held (status R) so the cycle goes
           *> on paying by cheque. One that has already gone live
           *> may have had real money sent to it since - that is a
           *> break to chase, and the account is held all the same.
           ADD 1 TO WS-PRENOTE-RETURNS
           MOVE RT-EMP-ID TO WS-ITEM-EMP-ID
           MOVE 0 TO WS-ITEM-HIST
           MOVE 0 TO WS-ITEM-PAID
           MOVE "PRENOT" TO WS-ITEM-CODE
           MOVE SPACES TO WS-ITEM-TEXT

           IF WS-PRENOTE-OK NOT = "Y"
               MOVE "PRENOTE RETURN - NO PRENOTE FILE"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-BREAK-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE RT-EMP-ID TO PN-EMP-ID
           READ PRENOTE-FILE
               INVALID KEY
                   MOVE "PRENOTE RETURN - NO PRENOTE ON FILE"
                       TO WS-ITEM-TEXT
                   PERFORM WRITE-BREAK-ITEM
                   EXIT PARAGRAPH
           END-READ

           IF PN-BANK-ID NOT = RT-BANK-ID
                   OR PN-ACCOUNT NOT = RT-ACCOUNT
               MOVE "PRENOTE RETURNED - ACCOUNT SINCE CHANGED"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-EXPLAINED-ITEM
               EXIT PARAGRAPH
           END-IF

           EVALUATE PN-STATUS
               WHEN "R"
                   STRING "PRENOTE RETURNED (" RT-RETURN-CODE
                       ") - ALREADY HELD"
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
                   PERFORM WRITE-EXPLAINED-ITEM
               WHEN "L"
                   STRING "PRENOTE RETURNED (" RT-RETURN-CODE
                       ") AFTER GOING LIVE"
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
                   PERFORM HOLD-PRENOTE-ACCOUNT
                   PERFORM WRITE-BREAK-ITEM
               WHEN OTHER
                   STRING "PRENOTE RETURNED (" RT-RETURN-CODE
                       ") - PAID BY CHEQUE"
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
                   PERFORM HOLD-PRENOTE-ACCOUNT
                   PERFORM WRITE-EXPLAINED-ITEM
           END-EVALUATE.

       HOLD-PRENOTE-ACCOUNT.
           MOVE "R"            TO PN-STATUS
           MOVE RT-RETURN-CODE TO PN-RETURN-CODE
           REWRITE PRENOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to hold the prenote for Employee"
                       " ID " RT-EMP-ID " - status "
                       WS-PRENOTE-STATUS "."
           END-REWRITE.

       LIST-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE RT-EMP-ID TO WS-ITEM-EMP-ID
           MOVE 0 TO WS-ITEM-HIST
           MOVE RT-AMOUNT TO WS-ITEM-PAID
           MOVE "RETURN" TO WS-ITEM-CODE

           MOVE SPACES TO CHQREISS-RECORD
           MOVE RT-EMP-ID      TO RI-EMP-ID
           MOVE RT-PERIOD      TO RI-PERIOD
           MOVE RT-AMOUNT      TO RI-AMOUNT
           MOVE RT-BANK-ID     TO RI-BANK-ID
           MOVE RT-ACCOUNT     TO RI-ACCOUNT
           MOVE RT-RETURN-CODE TO RI-RETURN-CODE
           MOVE "P"            TO RI-STATUS
           MOVE 0              TO RI-CHEQUE-NO
           MOVE 0              TO RI-ISSUE-PERIOD
           MOVE WS-RUN-DATE    TO RI-LOGGED-DATE
           WRITE CHQREISS-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-ITEM-TEXT
                   STRING "DEPOSIT " RT-PERIOD " RETURNED ("
                       RT-RETURN-CODE ") - ALREADY LISTED"
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-LISTED
                   MOVE SPACES TO WS-ITEM-TEXT
                   STRING "DEPOSIT " RT-PERIOD " RETURNED ("
                       RT-RETURN-CODE ") - CHEQUE NEXT RUN"
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
           END-WRITE
           PERFORM WRITE-EXPLAINED-ITEM.

       WRITE-RECON-TOTALS.
           COMPUTE WS-PAID-TOTAL = WS-BANK-TOTAL + WS-CHQ-TOTAL
           MOVE SPACES TO RECON-REC
           WRITE RECON-REC

           MOVE WS-HIST-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RECON-REC
           STRING "History net total:   " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           DISPLAY RECON-REC

           MOVE WS-BANK-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RECON-REC
           STRING "Deposits:            " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           DISPLAY RECON-REC

           MOVE WS-CHQ-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RECON-REC
           STRING "Cheques:             " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           DISPLAY RECON-REC

           MOVE WS-PAID-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RECON-REC
           STRING "Total paid out:      " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC
           DISPLAY RECON-REC

           COMPUTE WS-DUE-TOTAL = WS-HIST-TOTAL + WS-LOAN-TOTAL
           IF WS-LOAN-TOTAL > 0
               MOVE WS-LOAN-TOTAL TO WS-DISPLAY-TOTAL
               MOVE SPACES TO RECON-REC
               STRING "Loans paid out:      " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RECON-REC
               WRITE RECON-REC
               DISPLAY RECON-REC
           END-IF

           *> The per-employee breaks already explain a total
           *> difference; one with no break behind it is still a
           *> break in its own right.
           IF WS-PAID-TOTAL NOT = WS-DUE-TOTAL
                   AND WS-BREAK-COUNT = 0
               MOVE 0 TO WS-ITEM-EMP-ID
               MOVE WS-DUE-TOTAL TO WS-ITEM-HIST
               MOVE WS-PAID-TOTAL TO WS-ITEM-PAID
               MOVE "TOTDIF" TO WS-ITEM-CODE
               MOVE "TOTAL PAID DIFFERS FROM HISTORY TOTAL"
                   TO WS-ITEM-TEXT
               PERFORM WRITE-BREAK-ITEM
           END-IF

           MOVE SPACES TO RECON-REC
           STRING "Breaks: " WS-BREAK-COUNT "  Explained items: "
               WS-EXPLAINED-COUNT
               DELIMITED BY SIZE INTO RECON-REC
           WRITE RECON-REC.
