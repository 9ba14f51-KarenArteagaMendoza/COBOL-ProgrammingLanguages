               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT ARREARS-FILE ASSIGN DYNAMIC WS-ARREARS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARREARS-STATUS.

           SELECT DEDPRI-FILE ASSIGN DYNAMIC WS-DEDPRI-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDPRI-STATUS.

           SELECT ADJ-FILE ASSIGN DYNAMIC WS-ADJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.

           SELECT PRENOTE-FILE ASSIGN DYNAMIC WS-PRENOTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-ID
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT BANKPRE-FILE ASSIGN DYNAMIC WS-BANKPRE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKPRE-STATUS.

           SELECT CHEQUE-FILE ASSIGN DYNAMIC WS-CHEQUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PAYCAL-FILE ASSIGN DYNAMIC WS-PAYCAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-PERIOD
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN DYNAMIC WS-HOLIDAY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-DATE
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT GLMAP-FILE ASSIGN DYNAMIC WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT LEAVEBAL-FILE ASSIGN DYNAMIC WS-LEAVEBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LEAVEBAL-STATUS.

           SELECT LEAVE-FILE ASSIGN DYNAMIC WS-LEAVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT LEAVEHIST-FILE ASSIGN DYNAMIC WS-LEAVEHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEAVEHIST-STATUS.

           SELECT ERCHIST-FILE ASSIGN DYNAMIC WS-ERCHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ERCHIST-STATUS.

           SELECT PAYADJ-FILE ASSIGN DYNAMIC WS-PAYADJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PAYADJ-STATUS.

           SELECT PAYJRNL-FILE ASSIGN DYNAMIC WS-PAYJRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJRNL-STATUS.

           SELECT CHQCTL-FILE ASSIGN DYNAMIC WS-CHQCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQCTL-STATUS.

           SELECT CHQREG-FILE ASSIGN DYNAMIC WS-CHQREG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHEQUE-NO
               ALTERNATE RECORD KEY IS CR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT CHQPRINT-FILE ASSIGN DYNAMIC WS-CHQPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQPRINT-STATUS.

           SELECT POSPAY-FILE ASSIGN DYNAMIC WS-POSPAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT CHQREISS-FILE ASSIGN DYNAMIC WS-CHQREISS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS WS-CHQREISS-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOANEXC-FILE ASSIGN DYNAMIC WS-LOANEXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANEXC-STATUS.

           SELECT ALLOC-FILE ASSIGN DYNAMIC WS-ALLOC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-EMP-ID
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT PAYCKPT-FILE ASSIGN DYNAMIC WS-PAYCKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCKPT-STATUS.

           SELECT TRIMIN-FILE ASSIGN DYNAMIC WS-TRIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIMIN-STATUS.

           SELECT TRIMWK-FILE ASSIGN DYNAMIC WS-TRIMWK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIMWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
       FD DEDUCT-FILE.
           COPY "deductrec.cpy".

      *> What the net pay could not cover, per employee and code.
       FD ARREARS-FILE.
           COPY "arrears.cpy".

      *> Recovery order for the deduction codes, maintained as data
      *> by payroll: one row per code, priority 1 taken first. A
      *> code not listed comes after every listed one.
       FD DEDPRI-FILE.
       01 DEDPRI-RECORD.
           05 DPR-CODE         PIC X(4).
           05 FILLER           PIC X(1).
           05 DPR-PRIORITY     PIC 9(2).

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       FD PAYCAL-FILE.
           COPY "paycal.cpy".

       FD HOLIDAY-FILE.
           COPY "holiday.cpy".

      *> Chart-of-accounts mapping from Finance: our posting type
      *> plus department (or deduction code; spaces = the type's
      *> generic row) mapped to Finance's account number and cost
       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       FD BONUS-FILE.
           COPY "bonusrec.cpy".

      *> Year-to-date GL feed: the extract file itself is recreated
      *> every cycle and handed to Finance, so each clean live run
       FD BANK-FILE.
           COPY "bankrec.cpy".

       FD PAYEXTR-FILE.
           COPY "bankpay.cpy".

       FD PRENOTE-FILE.
           COPY "prenote.cpy".

      *> Zero-amount prenote extract: the BANKPAY.DAT layout, one
      *> record per account being proved, and its own #CONTROL
      *> trailer carrying the count.
       FD BANKPRE-FILE.
       01 BANKPRE-RECORD.
           05 BR-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 BR-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 BR-BANK-ID       PIC X(8).
           05 FILLER           PIC X(1).
           05 BR-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(1).
           05 BR-AMOUNT        PIC 9(9)V99.

       FD CHEQUE-FILE.
           COPY "chequelist.cpy".

       FD LEAVEBAL-FILE.
           COPY "leavebal.cpy".

      *> Leave taken this month off the EditLeave clean file: one
      *> absence per record, already edited and balanced.
       FD LEAVE-FILE.
           COPY "leavetxn.cpy".

       FD LEAVEHIST-FILE.
           COPY "leavehist.cpy".

       FD ERCHIST-FILE.
           COPY "erchist.cpy".

      *> Voided payments from PayVoid: a supplemental run pays every
      *> reissue still pending on it and journals each one.
       FD PAYADJ-FILE.
           COPY "payadj.cpy".

       FD PAYJRNL-FILE.
           COPY "payjrnl.cpy".

       FD CHQCTL-FILE.
           COPY "chqctl.cpy".

       FD CHQREG-FILE.
           COPY "chqreg.cpy".

      *> The printed cheques themselves, laid out for the cheque
      *> stock in the payslip's edited pictures.
       FD CHQPRINT-FILE.
       01 CHQPRINT-REC PIC X(40).

       FD POSPAY-FILE.
           COPY "pospay.cpy".

      *> Deposits the bank returned, listed by PaymentReconcile:
      *> each one still owed is paid by cheque this run.
       FD CHQREISS-FILE.
           COPY "chqreiss.cpy".

      *> Salary advances and staff loans: a supplemental run pays
      *> out each approved one, and every live cycle recovers the
      *> instalment from net pay.
       FD LOAN-FILE.
           COPY "loanrec.cpy".

       FD ALLOC-FILE.
           COPY "allocrec.cpy".

      *> Leavers who still owe on a loan, one line per open loan,
      *> for payroll to settle against the final pay or recover by
      *> hand.
       FD LOANEXC-FILE.
       01 LOANEXC-RECORD.
           05 LX-PERIOD        PIC 9(6).
           05 FILLER           PIC X(1).
           05 LX-EMP-ID        PIC 9(5).
           05 FILLER           PIC X(1).
           05 LX-LOAN-NO       PIC 9(2).
           05 FILLER           PIC X(1).
           05 LX-EMP-NAME      PIC X(30).
           05 FILLER           PIC X(1).
           05 LX-TERM-DATE     PIC 9(8).
           05 FILLER           PIC X(1).
           05 LX-BALANCE       PIC 9(7)V99.

      *> The pay-cycle checkpoint, read and written whole through
      *> PAYCKPT-RECORD in working storage.
       FD PAYCKPT-FILE.
       01 PAYCKPT-LINE PIC X(4800).

      *> Any of the cycle's sequential outputs, opened by name when
      *> a restart trims it back to its checkpointed length, and
      *> the work file the kept records are copied through.
       FD TRIMIN-FILE.
       01 TRIMIN-RECORD PIC X(200).

       FD TRIMWK-FILE.
       01 TRIMWK-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-GL-FILE-NAME      PIC X(40) VALUE "GLEXTRACT.DAT".
       01 WS-DEDUCT-FILE-NAME  PIC X(40) VALUE "DEDUCT.DAT".
       01 WS-ARREARS-FILE-NAME PIC X(40) VALUE "ARREARS.DAT".
       01 WS-DEDPRI-FILE-NAME  PIC X(40) VALUE "DEDPRTY.DAT".
       01 WS-ADJ-FILE-NAME     PIC X(40) VALUE "RETROADJ.DAT".
       01 WS-BANK-FILE-NAME    PIC X(40) VALUE "BANKMAST.DAT".
       01 WS-PAYEXTR-FILE-NAME PIC X(40) VALUE "BANKPAY.DAT".
       01 WS-PRENOTE-FILE-NAME PIC X(40) VALUE "PRENOTE.DAT".
       01 WS-BANKPRE-FILE-NAME PIC X(40) VALUE "BANKPRE.DAT".
       01 WS-CHEQUE-FILE-NAME  PIC X(40) VALUE "CHEQUES.DAT".
       01 WS-PERIOD-FILE-NAME  PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-PAYCAL-FILE-NAME  PIC X(40) VALUE "PAYCAL.DAT".
       01 WS-HOLIDAY-FILE-NAME PIC X(40) VALUE "HOLIDAY.DAT".
       01 WS-GLMAP-FILE-NAME   PIC X(40) VALUE "GLMAP.DAT".
       01 WS-TIMECARD-FILE-NAME PIC X(40) VALUE "TIMECARD.DAT".
       01 WS-BONUS-FILE-NAME   PIC X(40) VALUE "BONUS.DAT".
       01 WS-YTD-FILE-NAME     PIC X(40) VALUE "GLYTD.DAT".
       01 WS-YTDWK-FILE-NAME   PIC X(40) VALUE "GLYTD.NEW".
       01 WS-DEPT-FILE-NAME    PIC X(40) VALUE "DEPTMAST.DAT".
       01 WS-LEAVEBAL-FILE-NAME PIC X(40) VALUE "LEAVEBAL.DAT".
       01 WS-LEAVE-FILE-NAME   PIC X(40) VALUE "LEAVE.DAT".
       01 WS-LEAVEHIST-FILE-NAME PIC X(40) VALUE "LEAVEHIST.DAT".
       01 WS-ERCHIST-FILE-NAME PIC X(40) VALUE "ERCHIST.DAT".
       01 WS-PAYADJ-FILE-NAME  PIC X(40) VALUE "PAYADJ.DAT".
       01 WS-PAYJRNL-FILE-NAME PIC X(40) VALUE "PAYJRNL.DAT".
       01 WS-CHQCTL-FILE-NAME  PIC X(40) VALUE "CHQCTL.DAT".
       01 WS-CHQREG-FILE-NAME  PIC X(40) VALUE "CHQREG.DAT".
       01 WS-CHQPRINT-FILE-NAME PIC X(40) VALUE "CHQPRINT.DAT".
       01 WS-POSPAY-FILE-NAME  PIC X(40) VALUE "POSPAY.DAT".
       01 WS-CHQREISS-FILE-NAME PIC X(40) VALUE "CHQREISS.DAT".
       01 WS-LOAN-FILE-NAME    PIC X(40) VALUE "LOANMAST.DAT".
       01 WS-LOANEXC-FILE-NAME PIC X(40) VALUE "LOANEXC.DAT".
       01 WS-ALLOC-FILE-NAME   PIC X(40) VALUE "ALLOCMAST.DAT".
       01 WS-PAYCKPT-FILE-NAME PIC X(40) VALUE "PAYCKPT.DAT".
       01 WS-TRIM-FILE-NAME    PIC X(40) VALUE SPACES.
       01 WS-TRIMWK-FILE-NAME  PIC X(40) VALUE "PAYTRIM.NEW".

       01 WS-EMP-STATUS     PIC X(2) VALUE SPACE.
       01 WS-PAYSLIP-STATUS PIC X(2) VALUE SPACE.
       01 WS-DEDUCT-STATUS  PIC X(2) VALUE SPACE.
       01 WS-DEDUCT-FILE-OK PIC X VALUE "N".
       01 WS-DEDUCT-EOF     PIC X VALUE "N".
       01 WS-ARREARS-STATUS PIC X(2) VALUE SPACE.
       01 WS-ARREARS-OK     PIC X VALUE "N".
       01 WS-ARREARS-EOF    PIC X VALUE "N".
       01 WS-DEDPRI-STATUS  PIC X(2) VALUE SPACE.
       01 WS-DEDPRI-EOF     PIC X VALUE "N".
       01 WS-ADJ-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ADJ-EOF        PIC X VALUE "N".
       01 WS-BANK-STATUS    PIC X(2) VALUE SPACE.
       01 WS-BANK-FILE-OK   PIC X VALUE "N".
       01 WS-PAYEXTR-STATUS PIC X(2) VALUE SPACE.
       01 WS-PAYEXTR-OK     PIC X VALUE "N".
       01 WS-PRENOTE-STATUS PIC X(2) VALUE SPACE.
       01 WS-PRENOTE-OK     PIC X VALUE "N".
       01 WS-BANKPRE-STATUS PIC X(2) VALUE SPACE.
       01 WS-BANKPRE-OK     PIC X VALUE "N".
       01 WS-ACCOUNT-LIVE   PIC X VALUE "Y".
       01 WS-BASE-PERIOD    PIC 9(6) VALUE 0.
       01 WS-PRENOTES-SENT  PIC 9(5) VALUE 0.
       01 WS-PRENOTES-LIVE  PIC 9(5) VALUE 0.
       01 WS-PRENOTES-HELD  PIC 9(5) VALUE 0.
       01 WS-CHEQUE-STATUS  PIC X(2) VALUE SPACE.
       01 WS-CHEQUE-OK      PIC X VALUE "N".

       01 WS-PERIOD-OVERRIDE PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.

       *> Payroll calendar: the period's record on PAYCAL.DAT gives
       *> the earliest day a live run may start - inputs close at
       *> the cutoff before it - and the pay date the money lands,
       *> which goes on every BANKPAY.DAT record and every payslip.
       *> A period with no calendar, and a supplemental run, pay on
       *> the first banking day from the run date instead.
       01 WS-PAYCAL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-HOLIDAY-STATUS  PIC X(2) VALUE SPACE.
       01 WS-HOLIDAY-FILE-OK PIC X VALUE "N".
       01 WS-CALENDAR-REFUSED PIC X VALUE "N".
       01 WS-CALENDAR-FOUND  PIC X VALUE "N".
       01 WS-CAL-RUN-DATE    PIC 9(8).
       01 WS-PAY-DATE        PIC 9(8) VALUE 0.
       01 WS-PAY-DATE-INT    PIC 9(8).
       01 WS-BANKING-DAY     PIC X VALUE "N".

       *> Direct-deposit extract control totals, proved against
       *> WS-NET-TOTAL at end of run: extract amount plus cheque
       *> amount must equal the net the register paid.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 BCT-AMOUNT-TOTAL   PIC 9(11)V99.

       *> System-printed cheques: each cheque-paid employee gets a
       *> cheque printed on CHQPRINT.DAT under the next number off
       *> CHQCTL.DAT. The number goes onto the CHQREG.DAT register
       *> before the control record is advanced past it, so a run
       *> that dies between the two leaves a number the register
       *> already holds - the next run skips it, says so, and never
       *> prints it twice. Every cheque also goes to the bank on
       *> the positive-pay file. A register, print or positive-pay
       *> file that will not open prints no cheques at all: the
       *> cheque list then carries number zero for payroll to write
       *> by hand, as before.
       01 WS-CHQCTL-STATUS   PIC X(2) VALUE SPACE.
       01 WS-CHQREG-STATUS   PIC X(2) VALUE SPACE.
       01 WS-CHQREG-EOF      PIC X VALUE "N".
       01 WS-CHQPRINT-STATUS PIC X(2) VALUE SPACE.
       01 WS-POSPAY-STATUS   PIC X(2) VALUE SPACE.
       01 WS-CHQ-PRINT-OK    PIC X VALUE "N".
       01 WS-CHQ-FILES-OPEN  PIC X VALUE "N".
       01 WS-CHQ-TAKEN       PIC X VALUE "N".
       01 WS-NEXT-CHEQUE     PIC 9(8) VALUE 0.
       01 WS-CHEQUE-NO       PIC 9(8) VALUE 0.
       01 WS-FIRST-CHEQUE    PIC 9(8) VALUE 0.
       01 WS-LAST-CHEQUE     PIC 9(8) VALUE 0.
       01 WS-CHQ-TRIES       PIC 9(3) VALUE 0.
       01 WS-CHQ-PRINTED     PIC 9(6) VALUE 0.
       01 WS-CHQ-PRINTED-AMT PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-NUMBERS-SKIPPED PIC 9(4) VALUE 0.
       01 WS-CHQ-RERUN-VOIDS PIC 9(4) VALUE 0.
       01 WS-CHEQUE-FOR-PERIOD PIC 9(6) VALUE 0.
       01 WS-CHQREISS-STATUS PIC X(2) VALUE SPACE.
       01 WS-CHQREISS-EOF    PIC X VALUE "N".
       01 WS-RETURNS-PAID    PIC 9(5) VALUE 0.
       01 WS-RETURNS-HELD    PIC 9(5) VALUE 0.
       01 WS-POSPAY-COUNT    PIC 9(6) VALUE 0.
       01 WS-POSPAY-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-POSPAY-CONTROL-LINE.
           05 FILLER             PIC X(8) VALUE "#CONTROL".
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PCT-RECORD-COUNT   PIC 9(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PCT-AMOUNT-TOTAL   PIC 9(11)V99.

       *> Retro-pay adjustments loaded from RETROADJ.DAT before the
       *> cycle starts: each is folded into its employee's pay this
       *> period (gross, withholding, and net all carry it, so the
       01 WS-BONUS-SKIPPED   PIC 9(5) VALUE 0.
       01 WS-DEBIT-TYPE      PIC X(7) VALUE "SALEXP".

       *> Reissues of voided payments ride the supplemental run
       *> too: each pending PAYADJ.DAT reissue is paid like a bonus
       *> (withheld afresh through TaxModule, expensed to BONEXP)
       *> with its payslip marked as the reissue of the voided
       *> period. An employee paid twice in one supplemental run -
       *> a bonus and a reissue, say - has the second payment added
       *> to the run's history record rather than replacing it.
       01 WS-PAYADJ-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-EOF      PIC X VALUE "N".
       01 WS-PAYJRNL-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PAYJRNL-OK      PIC X VALUE "N".
       01 WS-REISSUE-OF      PIC 9(6) VALUE 0.
       01 WS-REISSUES-PAID   PIC 9(5) VALUE 0.
       01 WS-SUPP-REPEAT     PIC X VALUE "N".
       01 WS-SUPP-PAID-COUNT PIC 9(3) VALUE 0.
       01 WS-SUPP-PAID-INDEX PIC 9(3).
       01 WS-SUPP-PAID-TABLE.
           05 WS-SUPP-PAID-ID OCCURS 500 TIMES PIC 9(5).

       *> "L" = live, "T" = trial. A trial performs the whole cycle -
       *> register, totals, trailer footing, GL balancing - but
       *> writes nothing: no payslips, no pay history, no GL extract,
       *> for the live cycle.
       01 WS-RUN-MODE       PIC X VALUE "L".

       *> The company (legal entity) this run pays, off the card
       *> after the run mode: each company runs its own cycle over
       *> the one master and pays only the employees whose
       *> department belongs to it. The home company's files keep
       *> the names they always had; another company's GL feed,
       *> bank and cheque files, period control, checkpoint and
       *> year-to-date feed carry its code (see CompanyLookup).
       01 WS-PAY-COMPANY     PIC X(4) VALUE SPACE.
       01 WS-HOME-COMPANY    PIC X(4) VALUE SPACE.
       01 WS-EMP-COMPANY     PIC X(4) VALUE SPACE.
       01 WS-TR-COMPANY-FOUND PIC X VALUE "N".
       01 WS-MARK-INDEX      PIC 9(3).
       01 WS-MARKED-OTHER    PIC 9(3) VALUE 0.
           COPY "companyreq.cpy".

       *> Pay period this run is for, YYYYMM taken from the run date;
       *> the key every history record this cycle writes is filed under.
       01 WS-RUN-DATE       PIC X(8).
       *> Withholding is priced by TaxModule, the shared calculation
       *> every program in the suite CALLs, so a payslip from this run
       *> and an answer at the lookup counter can never disagree.
       *> Each employee is priced under their own jurisdiction's
       *> bracket set, off their address through TaxJurisdiction.
       01 WS-PRICE-DATE     PIC 9(8).
       01 WS-TAX-RATE       PIC 9V999.
       01 WS-EMP-JURISDICTION PIC X(4) VALUE SPACE.

       01 WS-MONTHLY-SALARY  PIC 9(7)V99.
       01 WS-WITHHOLDING     PIC 9(7)V99.
               10 WS-EMPDED-DESC   PIC X(20).
               10 WS-EMPDED-AMOUNT PIC 9(7)V99.

       *> Everything the employee owes this cycle, one row per
       *> deduction code: the current amount priced from DEDUCT.DAT
       *> and the opening arrears from ARREARS.DAT, taken in the
       *> code's priority order - each code's arrears before its
       *> current amount - and whatever is left uncovered carried
       *> back to ARREARS.DAT.
       01 WS-DUE-COUNT       PIC 9(2) VALUE 0.
       01 WS-DUE-INDEX       PIC 9(2).
       01 WS-DUE-PICKED      PIC 9(2).
       01 WS-DUE-PASS        PIC 9(2).
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 20 TIMES.
               10 DU-CODE          PIC X(4).
               10 DU-DESC          PIC X(20).
               10 DU-PRIORITY      PIC 9(2).
               10 DU-CURRENT       PIC 9(7)V99.
               10 DU-ARREARS       PIC 9(7)V99.
               10 DU-CUR-TAKEN     PIC 9(7)V99.
               10 DU-ARR-TAKEN     PIC 9(7)V99.
               10 DU-ON-FILE       PIC X.
               10 DU-DONE          PIC X.
       01 WS-DUE-PRIORITY    PIC 9(2).
       01 WS-DUE-ARREARS     PIC 9(7)V99.
       01 WS-NEW-ARREARS     PIC 9(7)V99.
       01 WS-ARREARS-SHORT   PIC 9(7)V99.
       01 WS-ARREARS-DESC    PIC X(20).
       01 WS-ARREARS-ADDED   PIC 9(9)V99 VALUE 0.
       01 WS-ARREARS-TAKEN   PIC 9(9)V99 VALUE 0.
       01 WS-DEDPRI-COUNT    PIC 9(2) VALUE 0.
       01 WS-DEDPRI-INDEX    PIC 9(2).
       01 WS-DEDPRI-TABLE.
           05 WS-DEDPRI-ENTRY OCCURS 50 TIMES.
               10 WS-DP-CODE       PIC X(4).
               10 WS-DP-PRIORITY   PIC 9(2).

       *> Per-deduction-code run totals, credited on the GL extract
       *> so the feed still balances: debits (salary expense) equal
       *> net pay plus withholding plus these liability credits.
               10 WS-DEDCODE-CODE  PIC X(4).
               10 WS-DEDCODE-TOTAL PIC 9(9)V99.

       *> Per-jurisdiction withholding run totals: each authority's
       *> withholding is credited to its own liability account on
       *> the GL extract, so every remittance foots on its own. They
       *> always add up to WS-WITHHOLD-TOTAL.
       01 WS-JURIS-ENTRIES   PIC 9(3) VALUE 0.
       01 WS-JURIS-FOUND     PIC X VALUE "N".
       01 WS-JURIS-INDEX     PIC 9(3).
       01 WS-JURIS-TABLE.
           05 WS-JURIS-ENTRY OCCURS 20 TIMES.
               10 WS-JURIS-CODE    PIC X(4).
               10 WS-JURIS-TOTAL   PIC 9(9)V99.

       *> Loans and advances off LOANMAST.DAT. A supplemental run
       *> pays each approved loan out through the bank extract or
       *> a cheque and books it to the loan receivable (LOANREC)
       *> against its own ADVPAY payable, so the month's net-pay
       *> figures never carry it. Each live cycle then takes the
       *> instalment after the deductions, as far as the net still
       *> covers it, and credits LOANREC with what it recovered;
       *> a loan whose balance reaches zero closes itself. A
       *> short month just leaves more balance for next time.
       01 WS-LOAN-STATUS     PIC X(2) VALUE SPACE.
       01 WS-LOAN-OK         PIC X VALUE "N".
       01 WS-LOAN-EOF        PIC X VALUE "N".
       01 WS-LOANEXC-STATUS  PIC X(2) VALUE SPACE.
       01 WS-LOANEXC-OK      PIC X VALUE "N".
       01 WS-LOAN-OPENING    PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-TAKEN      PIC 9(7)V99 VALUE 0.
       01 WS-LOAN-RECOVERED  PIC 9(11)V99 VALUE 0.
       01 WS-ADVANCE-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-ADVANCES-PAID   PIC 9(5) VALUE 0.
       01 WS-ADVANCES-HELD   PIC 9(5) VALUE 0.
       01 WS-LOANS-CLEARED   PIC 9(5) VALUE 0.
       01 WS-LOAN-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-LOAN-EXC-TOTAL  PIC 9(11)V99 VALUE 0.

       *> Leave accrual and absence: every live cycle accrues each
       *> LEAVEBAL.DAT balance by its monthly rate (up to its cap),
       *> charges the month's LEAVE.DAT absences against it, and
       *> prints the result on the payslip. Unpaid leave - type
       *> UNPD, or paid leave taken past the balance - comes off a
       *> salaried employee's month pro rata by calendar day, the
       *> same fraction the hire and final-pay prorations use.
       *> LEAVEHIST.DAT keeps what each slip showed for reprints.
       01 WS-LEAVEBAL-STATUS PIC X(2) VALUE SPACE.
       01 WS-LEAVEBAL-OK     PIC X VALUE "N".
       01 WS-LEAVEBAL-EOF    PIC X VALUE "N".
       01 WS-LEAVE-STATUS    PIC X(2) VALUE SPACE.
       01 WS-LEAVE-EOF       PIC X VALUE "N".
       01 WS-LEAVEHIST-STATUS PIC X(2) VALUE SPACE.
       01 WS-LEAVEHIST-OK    PIC X VALUE "N".
       01 WS-UNPAID-TYPE     PIC X(4) VALUE "UNPD".
       01 WS-LEAVE-COUNT     PIC 9(3) VALUE 0.
       01 WS-LEAVE-INDEX     PIC 9(3).
       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 500 TIMES.
               10 WS-LV-EMP-ID  PIC 9(5).
               10 WS-LV-TYPE    PIC X(4).
               10 WS-LV-DAYS    PIC 9(2)V99.
               10 WS-LV-USED    PIC X(1).
       01 WS-LEAVE-TAKEN     PIC 9(3)V99 VALUE 0.
       01 WS-LEAVE-ACCRUED   PIC 9(3)V99 VALUE 0.
       01 WS-LEAVE-SHORT     PIC 9(3)V99 VALUE 0.
       01 WS-LEAVE-NEW-BAL   PIC 9(4)V99 VALUE 0.
       01 WS-LEAVE-CEILING   PIC 9(3)V99 VALUE 999.99.
       01 WS-LEAVE-UNUSED    PIC 9(3) VALUE 0.
       01 WS-UNPAID-DAYS     PIC 9(3)V99 VALUE 0.
       01 WS-UNPAID-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-EMPLV-COUNT     PIC 9(2) VALUE 0.
       01 WS-EMPLV-INDEX     PIC 9(2).
       01 WS-EMPLV-TABLE.
           05 WS-EMPLV-ENTRY OCCURS 10 TIMES.
               10 WS-EMPLV-TYPE    PIC X(4).
               10 WS-EMPLV-ACCRUED PIC 9(3)V99.
               10 WS-EMPLV-TAKEN   PIC 9(3)V99.
               10 WS-EMPLV-BALANCE PIC 9(3)V99.
       01 WS-LEAVE-DAYS-ED   PIC ZZ9.99.
       01 WS-LEAVE-BAL-ED    PIC ZZ9.99.

       *> Employer-side cost: EmployerCost prices each employee's
       *> payroll tax and pension match off ERRATES.DAT, the cost
       *> is debited to the department's ERCEXP expense and
       *> credited to one ERCLIAB liability per contribution code,
       *> so the extract still balances with Finance's hand
       *> journal gone. ERCHIST.DAT keeps each employee's share.
           COPY "ercost.cpy".
       01 WS-ERCHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-ERCHIST-OK      PIC X VALUE "N".
       01 WS-ERCHIST-FOUND   PIC X VALUE "N".
       01 WS-ERCOST-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-ERLINE-INDEX    PIC 9(2).
       01 WS-ERCODE-ENTRIES  PIC 9(3) VALUE 0.
       01 WS-ERCODE-FOUND    PIC X VALUE "N".
       01 WS-ERCODE-INDEX    PIC 9(3).
       01 WS-ERCODE-TABLE.
           05 WS-ERCODE-ENTRY OCCURS 20 TIMES.
               10 WS-ERCODE-CODE  PIC X(4).
               10 WS-ERCODE-TOTAL PIC 9(9)V99.

       01 WS-EMP-PAID        PIC 9(6) VALUE 0.
       01 WS-EMP-SEEN        PIC 9(6) VALUE 0.
       01 WS-GROSS-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-TR-TOTAL-SALARY PIC 9(9)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE  PIC X VALUE "N".

       *> Checkpoint and restart for the live full-file run. Every
       *> WS-PCK-INTERVAL employees the sequential outputs are
       *> closed and reopened to get them onto disk, and PAYCKPT.DAT
       *> is rewritten with the last Employee ID passed and every
       *> running total; PERIODCTL.DAT shows the period "I" until
       *> the run marks it paid. A live run that finds its period
       *> still "I" with a matching checkpoint restarts after the
       *> last committed employee: the payslip, bank, cheque,
       *> prenote, print and positive-pay files are trimmed back to
       *> the counts in the checkpoint, register cheques taken since
       *> are voided, and the totals carry forward. The keyed files
       *> - pay history, leave, arrears, loans - already restart
       *> cleanly from a rerun of the same period, so whoever was
       *> paid after the checkpoint is simply paid again in place.
           COPY "paychkpt.cpy".
       01 WS-PAYCKPT-STATUS  PIC X(2) VALUE SPACE.
       01 WS-TRIMIN-STATUS   PIC X(2) VALUE SPACE.
       01 WS-TRIMWK-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PCK-INTERVAL    PIC 9(3) VALUE 25.
       01 WS-PCK-SINCE       PIC 9(3) VALUE 0.
       01 WS-PCK-LAST-ID     PIC 9(5) VALUE 0.
       01 WS-PCK-RUN-STATUS  PIC X VALUE "A".
       01 WS-PCK-FOUND       PIC X VALUE "N".
       01 WS-PCK-INDEX       PIC 9(3).
       01 WS-PAY-RESTART     PIC X VALUE "N".
       01 WS-RESTART-VOIDS   PIC 9(4) VALUE 0.
       01 WS-TRIM-KEEP       PIC 9(7) VALUE 0.
       01 WS-TRIM-COUNT      PIC 9(7) VALUE 0.
       01 WS-TRIM-BY-SLIP    PIC X VALUE "N".
       01 WS-TRIM-SHORT      PIC X VALUE "N".
       01 WS-TRIM-EOF        PIC X VALUE "N".
       *> A payslip ends on a full rule; a printed cheque is always
       *> seven lines (PRINT-ONE-CHEQUE).
       01 WS-SLIP-END-RULE   PIC X(40) VALUE ALL "=".
       01 WS-CHQ-PRINT-LINES PIC 9(2) VALUE 7.

       *> Per-department monthly salary expense, accumulated the same
       *> way EmployeeDeptReport builds its subtotals, then posted as
       *> the debit side of the GL extract.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-NAME   PIC X(10).
               10 WS-DEPT-TOTAL  PIC 9(9)V99.
               10 WS-DEPT-ERCOST PIC 9(9)V99.
       01 WS-COST-DEPT       PIC X(10).

       *> Labor-cost splits off ALLOCMAST.DAT. An employee with a
       *> split has gross and employer cost charged to each of its
       *> departments by percentage instead of all to EMP-DEPT;
       *> each share is cut down to the cent and the odd cents
       *> left over go to the largest share, so the department
       *> debits still add up to exactly what was paid.
       01 WS-ALLOC-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ALLOC-OK        PIC X VALUE "N".
       01 WS-ALLOC-FOUND     PIC X VALUE "N".
       01 WS-ALLOC-TOTAL     PIC 9(4)V99.
       01 WS-ALLOC-FOREIGN   PIC X VALUE "N".
       01 WS-SHARE-INDEX     PIC 9(1).
       01 WS-LARGEST-SHARE   PIC 9(1).
       01 WS-SHARE-GROSS     PIC 9(7)V99.
       01 WS-SHARE-ERCOST    PIC 9(7)V99.
       01 WS-SPREAD-GROSS    PIC 9(7)V99.
       01 WS-SPREAD-ERCOST   PIC 9(7)V99.
       01 WS-ALLOC-SPLIT     PIC 9(5) VALUE 0.
       01 WS-ALLOC-REJECTED  PIC 9(5) VALUE 0.

       01 WS-GL-DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
               MOVE "BONEXP" TO WS-DEBIT-TYPE
           END-IF

           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-HOME-COMPANY
           DISPLAY "Company to pay (blank = home company):"
           ACCEPT WS-PAY-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-PAY-COMPANY) TO WS-PAY-COMPANY
           IF WS-PAY-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-PAY-COMPANY
           END-IF

           PERFORM RESOLVE-FILE-NAMES

           IF WS-RUN-MODE = "S"
               IF WS-CHEQUE-FILE-NAME = "CHEQUES.DAT"
                   MOVE "BONUSCHQ.DAT" TO WS-CHEQUE-FILE-NAME
               END-IF
               IF WS-CHQPRINT-FILE-NAME = "CHQPRINT.DAT"
                   MOVE "BONUSCHQPRT.DAT" TO WS-CHQPRINT-FILE-NAME
               END-IF
               IF WS-POSPAY-FILE-NAME = "POSPAY.DAT"
                   MOVE "BONUSPOSPAY.DAT" TO WS-POSPAY-FILE-NAME
               END-IF
           END-IF
           IF WS-PAY-COMPANY NOT = WS-HOME-COMPANY
               PERFORM QUALIFY-COMPANY-FILES
           END-IF

           OPEN INPUT EMP-FILE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PAY-PERIOD
           MOVE WS-RUN-DATE TO WS-PRICE-DATE
                   WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH + 50
           END-IF

           *> The calendar comes first, so a run started too early
           *> is turned away before the period control asks anybody
           *> for an override.
           PERFORM CHECK-PAY-CALENDAR
           IF WS-CALENDAR-REFUSED = "Y"
               CLOSE EMP-FILE
               MOVE "RFSD" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           *> A trial posts nothing, so it may look at any period;
           *> a posting run has to clear the period control.
           IF WS-RUN-MODE NOT = "T"
               PERFORM CHECK-PERIOD-CONTROL
               IF WS-PERIOD-REFUSED = "Y"
                   CLOSE EMP-FILE
                   IF WS-PERIOD-FILE-OK = "Y"
                       CLOSE PERIOD-FILE
                   END-IF
               END-IF
           END-IF

           *> The payslip file is opened only once the period has
           *> cleared its control, so a refused run leaves no empty
           *> spool member behind and a restart can trim the slips
           *> its first attempt wrote before writing on after them.
           IF WS-RUN-MODE NOT = "T"
               IF WS-PAY-RESTART = "Y"
                   PERFORM TRIM-RESTART-OUTPUTS
               END-IF
               PERFORM REGISTER-PAYSLIP-MEMBER
               IF WS-PAY-RESTART = "Y"
                   OPEN EXTEND PAYSLIP-FILE
               ELSE
                   OPEN OUTPUT PAYSLIP-FILE
               END-IF
               IF WS-PAYSLIP-STATUS NOT = "00"
                   DISPLAY "Unable to open PAYSLIP.DAT - status "
                       WS-PAYSLIP-STATUS "."
                   CLOSE EMP-FILE
                   IF WS-PERIOD-FILE-OK = "Y"
                       CLOSE PERIOD-FILE
                   END-IF
                   PERFORM STAMP-FAILED-RUN
                   GOBACK
               END-IF
           END-IF

           IF WS-RUN-MODE NOT = "T"
               PERFORM OPEN-PAYHIST-FILE
               IF WS-PAYHIST-STATUS NOT = "00"
                   PERFORM STAMP-FAILED-RUN
                   GOBACK
               END-IF
               PERFORM OPEN-ERCHIST-FILE
           END-IF

           IF WS-RUN-MODE NOT = "S"
               PERFORM OPEN-DEDUCT-FILE
               PERFORM LOAD-RETRO-ADJUSTMENTS
               PERFORM LOAD-TIMECARDS
               PERFORM OPEN-LEAVE-FILES
               PERFORM LOAD-LEAVE-TAKEN
               PERFORM MARK-OTHER-COMPANY-ENTRIES
           END-IF
           IF WS-RUN-MODE NOT = "T"
               PERFORM OPEN-BANK-FILES
           END-IF
           PERFORM OPEN-LOAN-FILE
           PERFORM OPEN-ALLOC-FILE

           DISPLAY "Payroll Cycle Register - company " WS-PAY-COMPANY
               "  period " WS-PAY-PERIOD "  pay date " WS-PAY-DATE
           DISPLAY "EMP-ID NAME                           "
               "MONTHLY     WITHHOLDING DEDUCTIONS  NET"
           DISPLAY "------ ------------------------------ "
           ELSE
               PERFORM FULL-FILE-RUN
           END-IF
           IF WS-RUN-MODE NOT = "T"
               PERFORM PAY-RETURNED-DEPOSITS
           END-IF
           IF WS-RUN-MODE NOT = "S" AND WS-LOAN-OK = "Y"
               PERFORM LIST-LEAVER-LOANS
           END-IF

           CLOSE EMP-FILE
           IF WS-RUN-MODE NOT = "T"
           IF WS-DEDUCT-FILE-OK = "Y"
               CLOSE DEDUCT-FILE
           END-IF
           IF WS-ARREARS-OK = "Y"
               CLOSE ARREARS-FILE
           END-IF
           IF WS-ARREARS-ADDED > 0 OR WS-ARREARS-TAKEN > 0
               MOVE WS-ARREARS-ADDED TO WS-DISPLAY-TOTAL
               DISPLAY "Deduction arrears added:     " WS-DISPLAY-TOTAL
               MOVE WS-ARREARS-TAKEN TO WS-DISPLAY-TOTAL
               DISPLAY "Deduction arrears recovered: " WS-DISPLAY-TOTAL
           END-IF
           IF WS-LOAN-OK = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-ALLOC-OK = "Y"
               CLOSE ALLOC-FILE
           END-IF
           IF WS-ALLOC-SPLIT > 0 OR WS-ALLOC-REJECTED > 0
               DISPLAY "Labor cost split across departments for "
                   WS-ALLOC-SPLIT " employee(s); " WS-ALLOC-REJECTED
                   " split(s) not totalling 100 charged to the home"
                   " department."
           END-IF
           IF WS-ADVANCES-PAID > 0 OR WS-ADVANCES-HELD > 0
               MOVE WS-ADVANCE-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "Loans and advances paid out: " WS-ADVANCES-PAID
                   "  held: " WS-ADVANCES-HELD "  amount "
                   WS-DISPLAY-TOTAL
           END-IF
           IF WS-LOAN-RECOVERED > 0
               MOVE WS-LOAN-RECOVERED TO WS-DISPLAY-TOTAL
               DISPLAY "Loan instalments recovered:  " WS-DISPLAY-TOTAL
                   "  loans cleared: " WS-LOANS-CLEARED
           END-IF
           IF WS-LEAVEBAL-OK = "Y"
               CLOSE LEAVEBAL-FILE
           END-IF
           IF WS-LEAVEHIST-OK = "Y"
               CLOSE LEAVEHIST-FILE
           END-IF
           IF WS-ERCHIST-OK = "Y"
               CLOSE ERCHIST-FILE
           END-IF

           PERFORM PRINT-REGISTER-TOTALS
           IF WS-RUN-MODE = "S"
               PERFORM REWRITE-RETRO-FILE
               PERFORM CLOSE-BANK-EXTRACT
               PERFORM MARK-PERIOD-PAID
               IF WS-RUN-MODE = "L"
                   MOVE "C" TO WS-PCK-RUN-STATUS
                   PERFORM TAKE-PAY-CHECKPOINT
               END-IF
           END-IF

           *> Trial and supplemental runs are stamped under their
       FULL-FILE-RUN.
           *> The regular monthly cycle: walk the whole master in
           *> key order, footing the detail to the trailer as it
           *> goes. A live run checkpoints as it goes; a restart
           *> picks up after the last employee its checkpoint
           *> committed, with that checkpoint's totals.
           IF WS-PAY-RESTART = "Y"
               PERFORM RESTORE-PAY-CHECKPOINT
               MOVE WS-PCK-LAST-ID TO EMP-ID
               START EMP-FILE KEY > EMP-ID
                   INVALID KEY
                       MOVE "Y" TO WS-AT-END
               END-START
           ELSE
               IF WS-RUN-MODE = "L"
                   PERFORM MARK-PERIOD-IN-PROGRESS
                   PERFORM TAKE-PAY-CHECKPOINT
               END-IF
               MOVE 0 TO EMP-ID
               START EMP-FILE KEY >= EMP-ID
                   INVALID KEY
                       MOVE "Y" TO WS-AT-END
               END-START
           END-IF

           IF WS-AT-END NOT = "Y"
               READ EMP-FILE NEXT
           PERFORM UNTIL WS-AT-END = "Y"
               IF EMP-ID = WS-TRAILER-KEY
                   MOVE "Y" TO WS-TRAILER-FOUND
                   PERFORM GET-COMPANY-TRAILER-TOTALS
               ELSE
                   *> Only this company's employees are paid, and
                   *> only they foot to its totals on the trailer;
                   *> the rest belong to their own company's cycle.
                   PERFORM GET-EMPLOYEE-COMPANY
                   IF WS-EMP-COMPANY = WS-PAY-COMPANY
                       *> Every detail record - active or terminated -
                       *> counts toward the trailer foot. Active
                       *> employees are paid in full; an employee whose
                       *> termination date falls inside this period
                       *> gets a prorated final pay; anyone terminated
                       *> earlier is skipped as always.
                       ADD 1 TO WS-EMP-SEEN
                       ADD EMP-SALARY TO WS-ANNUAL-TOTAL
                       MOVE "N" TO WS-FINAL-PAY
                       IF EMP-STATUS NOT = "T"
                           PERFORM PAY-ONE-EMPLOYEE
                       ELSE
                           IF EMP-TERM-DATE NOT = 0
                               MOVE EMP-TERM-DATE(1:6)
                                   TO WS-TERM-PERIOD
                               IF WS-TERM-PERIOD = WS-PAY-PERIOD
                                   MOVE "Y" TO WS-FINAL-PAY
                                   PERFORM PAY-ONE-EMPLOYEE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   MOVE EMP-ID TO WS-PCK-LAST-ID
                   IF WS-RUN-MODE = "L"
                       ADD 1 TO WS-PCK-SINCE
                       IF WS-PCK-SINCE >= WS-PCK-INTERVAL
                           PERFORM TAKE-PAY-CHECKPOINT
                       END-IF
                   END-IF
               END-IF

               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
               END-READ
           END-PERFORM

           *> Every employee is committed before the end-of-run
           *> postings, so a failure among those resumes here.
           IF WS-RUN-MODE = "L"
               PERFORM TAKE-PAY-CHECKPOINT
           END-IF.

       SUPPLEMENTAL-RUN.
           *> Pay only the employees the bonus transaction file
               DISPLAY " "
               DISPLAY "Bonus transactions read: " WS-BONUS-READ
                   "  skipped: " WS-BONUS-SKIPPED
           END-IF

           PERFORM PAY-PENDING-REISSUES
           PERFORM PAY-LOAN-ADVANCES.

       PAY-PENDING-REISSUES.
           *> Every reissue PayVoid left pending is paid now. A rerun
           *> of the same supplemental period replaces that run's
           *> history, so it pays again whatever the first run
           *> issued under this period key as well.
           OPEN I-O PAYADJ-FILE
           IF WS-PAYADJ-STATUS NOT = "00"
               IF WS-PAYADJ-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open PAYADJ.DAT -"
                       " status " WS-PAYADJ-STATUS ". Pending"
                       " reissues are not paid this run."
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PAYJRNL-FILE
           IF WS-PAYJRNL-STATUS NOT = "00"
               OPEN OUTPUT PAYJRNL-FILE
           END-IF
           IF WS-PAYJRNL-STATUS = "00"
               MOVE "Y" TO WS-PAYJRNL-OK
           ELSE
               DISPLAY "Warning: unable to open PAYJRNL.DAT - status "
                   WS-PAYJRNL-STATUS ". Reissues are still marked on"
                   " PAYADJ.DAT."
           END-IF

           MOVE LOW-VALUES TO PA-KEY
           MOVE "N" TO WS-PAYADJ-EOF
           START PAYADJ-FILE KEY >= PA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PAYADJ-EOF
           END-START
           PERFORM UNTIL WS-PAYADJ-EOF = "Y"
               READ PAYADJ-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PAYADJ-EOF
                   NOT AT END
                       IF PA-REISSUE-STATUS = "P"
                               OR (PA-REISSUE-STATUS = "I"
                               AND PA-REISSUE-PERIOD = WS-PAY-PERIOD)
                           PERFORM PAY-ONE-REISSUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYADJ-FILE
           IF WS-PAYJRNL-OK = "Y"
               CLOSE PAYJRNL-FILE
           END-IF
           IF WS-REISSUES-PAID > 0
               DISPLAY "Reissues of voided payments paid: "
                   WS-REISSUES-PAID
           END-IF.

       PAY-ONE-REISSUE.
           *> A leaver is still owed a voided payment, so a
           *> terminated status never holds a reissue back; only an
           *> employee gone from the master does, and the reissue
           *> stays pending for payroll to chase. Another company's
           *> reissue waits for that company's run; one gone from
           *> the master is the home company's to chase.
           MOVE PA-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   IF WS-PAY-COMPANY = WS-HOME-COMPANY
                       ADD 1 TO WS-EMP-SEEN
                       DISPLAY "Reissue for Employee ID " PA-EMP-ID
                           " period " PA-ORIG-PERIOD " held - not on"
                           " file."
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-EMPLOYEE-COMPANY
           IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-SEEN
           MOVE PA-REASON TO WS-BONUS-REASON
           MOVE PA-ORIG-PERIOD TO WS-REISSUE-OF
           MOVE "N" TO WS-FINAL-PAY
           MOVE "N" TO WS-PRORATED
           MOVE PA-REISSUE-GROSS TO WS-MONTHLY-SALARY
           PERFORM SETTLE-ONE-EMPLOYEE

           MOVE "I" TO PA-REISSUE-STATUS
           MOVE WS-PAY-PERIOD TO PA-REISSUE-PERIOD
           REWRITE PAYADJ-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark the reissue for"
                       " Employee ID " PA-EMP-ID " paid."
           END-REWRITE
           PERFORM WRITE-REISSUE-JOURNAL
           ADD 1 TO WS-REISSUES-PAID
           MOVE 0 TO WS-REISSUE-OF.

       WRITE-REISSUE-JOURNAL.
           IF WS-PAYJRNL-OK = "Y"
               MOVE SPACES TO PAYJRNL-RECORD
               MOVE "RIS"            TO PJ-ACTION
               MOVE "PAYCYCLE"       TO PJ-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
               MOVE PA-EMP-ID        TO PJ-EMP-ID
               MOVE PA-ORIG-PERIOD   TO PJ-PERIOD
               MOVE WS-PAY-PERIOD    TO PJ-POST-PERIOD
               MOVE WS-MONTHLY-SALARY TO PJ-GROSS
               MOVE WS-NET-PAY       TO PJ-NET
               MOVE PA-REASON        TO PJ-REASON
               WRITE PAYJRNL-RECORD
           END-IF.

       OPEN-LOAN-FILE.
           *> No LOANMAST.DAT just means nobody has been lent
           *> anything yet. A trial reads the loans so its net pay
           *> matches what the live run will take, and changes
           *> nothing.
           IF WS-RUN-MODE = "T"
               OPEN INPUT LOAN-FILE
           ELSE
               OPEN I-O LOAN-FILE
           END-IF
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OK
           ELSE
               MOVE "N" TO WS-LOAN-OK
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open LOANMAST.DAT -"
                       " status " WS-LOAN-STATUS ". No loan is paid"
                       " out or recovered this run."
               END-IF
           END-IF.

       OPEN-ALLOC-FILE.
           *> No ALLOCMAST.DAT just means nobody's pay is split;
           *> everyone is charged to their own department.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS = "00"
               MOVE "Y" TO WS-ALLOC-OK
           ELSE
               MOVE "N" TO WS-ALLOC-OK
               IF WS-ALLOC-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open ALLOCMAST.DAT -"
                       " status " WS-ALLOC-STATUS ". Every employee"
                       " is charged to their home department."
               END-IF
           END-IF.

       PAY-LOAN-ADVANCES.
           *> Every approved loan is paid out now. A rerun of the
           *> same supplemental period pays again whatever the first
           *> run paid out - its extract and cheques having been
           *> replaced - provided no cycle has recovered anything
           *> from the loan since.
           IF WS-LOAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LN-KEY
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
                       IF LN-STATUS = "P"
                               OR (LN-STATUS = "O"
                               AND LN-ISSUE-PERIOD = WS-PAY-PERIOD
                               AND LN-LAST-PERIOD = 0)
                           PERFORM PAY-ONE-ADVANCE
                       END-IF
               END-READ
           END-PERFORM.

       PAY-ONE-ADVANCE.
           *> Paid through the employee's bank account or a cheque
           *> like any net pay, but it is no pay: no tax, no
           *> payslip, no history. A loan for anyone no longer on
           *> the payroll stays approved for payroll to cancel.
           MOVE LN-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   IF WS-PAY-COMPANY = WS-HOME-COMPANY
                       DISPLAY "Loan " LN-EMP-ID "/" LN-LOAN-NO
                           " held - employee not on file."
                       ADD 1 TO WS-ADVANCES-HELD
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-EMPLOYEE-COMPANY
           IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF EMP-STATUS = "T"
               DISPLAY "Loan " LN-EMP-ID "/" LN-LOAN-NO " held -"
                   " employee terminated on " EMP-TERM-DATE "."
               ADD 1 TO WS-ADVANCES-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE LN-PRINCIPAL TO WS-NET-PAY
           PERFORM WRITE-BANK-PAYMENT
           ADD LN-PRINCIPAL TO WS-ADVANCE-TOTAL
           ADD 1 TO WS-ADVANCES-PAID
           MOVE LN-PRINCIPAL TO NET-PAY-ED
           DISPLAY EMP-ID " " EMP-NAME " LOAN " LN-LOAN-NO
               " PAID OUT                         " NET-PAY-ED

           MOVE "O"           TO LN-STATUS
           MOVE WS-PAY-PERIOD TO LN-ISSUE-PERIOD
           MOVE LN-PRINCIPAL  TO LN-BALANCE
           MOVE LN-PRINCIPAL  TO LN-PRIOR-BALANCE
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark loan " LN-EMP-ID "/"
                       LN-LOAN-NO " paid out - status "
                       WS-LOAN-STATUS "."
           END-REWRITE.

       RECOVER-LOAN-INSTALMENTS.
           MOVE EMP-ID TO LN-EMP-ID
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
                       IF LN-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-LOAN-EOF
                       ELSE
                           PERFORM RECOVER-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       RECOVER-ONE-LOAN.
           *> An open loan is taken from its start period on. A
           *> rerun of the period the loan was last recovered in -
           *> even one that closed it - starts again from the
           *> balance before that recovery.
           IF LN-START-PERIOD > WS-PAY-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "O"
                   AND NOT (LN-STATUS = "C"
                   AND LN-LAST-PERIOD = WS-PAY-PERIOD)
               EXIT PARAGRAPH
           END-IF
           IF LN-LAST-PERIOD = WS-PAY-PERIOD
               MOVE LN-PRIOR-BALANCE TO WS-LOAN-OPENING
           ELSE
               MOVE LN-BALANCE TO WS-LOAN-OPENING
           END-IF

           MOVE LN-INSTALMENT TO WS-LOAN-TAKEN
           IF WS-LOAN-TAKEN > WS-LOAN-OPENING
               MOVE WS-LOAN-OPENING TO WS-LOAN-TAKEN
           END-IF
           IF WS-LOAN-TAKEN > WS-DEDUCT-ROOM
               DISPLAY "Employee ID " EMP-ID " loan " LN-LOAN-NO
                   " instalment reduced to the remaining net."
               MOVE WS-DEDUCT-ROOM TO WS-LOAN-TAKEN
           END-IF
           IF WS-LOAN-TAKEN > 0
               ADD WS-LOAN-TAKEN TO WS-DEDUCTIONS
               SUBTRACT WS-LOAN-TAKEN FROM WS-DEDUCT-ROOM
               ADD WS-LOAN-TAKEN TO WS-LOAN-RECOVERED
               IF WS-EMPDED-COUNT < 10
                   ADD 1 TO WS-EMPDED-COUNT
                   MOVE "LOAN REPAYMENT" TO
                       WS-EMPDED-DESC(WS-EMPDED-COUNT)
                   MOVE WS-LOAN-TAKEN TO
                       WS-EMPDED-AMOUNT(WS-EMPDED-COUNT)
               END-IF
           END-IF

           IF WS-RUN-MODE = "T"
               EXIT PARAGRAPH
           END-IF
           IF LN-LAST-PERIOD NOT = WS-PAY-PERIOD
               MOVE LN-BALANCE TO LN-PRIOR-BALANCE
           END-IF
           COMPUTE LN-BALANCE = WS-LOAN-OPENING - WS-LOAN-TAKEN
           MOVE WS-PAY-PERIOD TO LN-LAST-PERIOD
           MOVE WS-LOAN-TAKEN TO LN-LAST-TAKEN
           IF LN-BALANCE = 0
               MOVE "C" TO LN-STATUS
               ADD 1 TO WS-LOANS-CLEARED
           ELSE
               MOVE "O" TO LN-STATUS
           END-IF
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Unable to update loan " LN-EMP-ID "/"
                       LN-LOAN-NO " - status " WS-LOAN-STATUS "."
           END-REWRITE.

       LIST-LEAVER-LOANS.
           *> Anyone who has left with a loan still open is listed
           *> for payroll to settle by hand: the final pay has
           *> taken what it could and nothing more will be
           *> recovered. Only the live run writes LOANEXC.DAT; a
           *> trial lists the balances as they stood before it.
           MOVE "N" TO WS-LOANEXC-OK
           IF WS-RUN-MODE = "L"
               OPEN OUTPUT LOANEXC-FILE
               IF WS-LOANEXC-STATUS = "00"
                   MOVE "Y" TO WS-LOANEXC-OK
               ELSE
                   DISPLAY "Warning: unable to open LOANEXC.DAT -"
                       " status " WS-LOANEXC-STATUS ". Leavers with"
                       " open loans appear in this log only."
               END-IF
           END-IF

           MOVE LOW-VALUES TO LN-KEY
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
                       IF LN-STATUS = "O" AND LN-BALANCE > 0
                           PERFORM CHECK-ONE-LEAVER-LOAN
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LOANEXC-OK = "Y"
               CLOSE LOANEXC-FILE
           END-IF
           IF WS-LOAN-EXCEPTIONS > 0
               MOVE WS-LOAN-EXC-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY WS-LOAN-EXCEPTIONS " leaver loan(s) still"
                   " open, owing " WS-DISPLAY-TOTAL
           END-IF.

       CHECK-ONE-LEAVER-LOAN.
           MOVE LN-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO EMP-NAME
                   MOVE 0 TO EMP-TERM-DATE
                   MOVE SPACES TO EMP-DEPT
               NOT INVALID KEY
                   IF EMP-STATUS NOT = "T"
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           *> One gone from the master is the home company's to chase.
           PERFORM GET-EMPLOYEE-COMPANY
           IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOAN-EXCEPTIONS
           ADD LN-BALANCE TO WS-LOAN-EXC-TOTAL
           IF WS-LOAN-EXCEPTIONS = 1
               DISPLAY " "
               DISPLAY "Leavers with a loan still open:"
           END-IF
           MOVE LN-BALANCE TO NET-PAY-ED
           DISPLAY LN-EMP-ID "/" LN-LOAN-NO " " EMP-NAME
               " terminated " EMP-TERM-DATE " owes " NET-PAY-ED
           IF WS-LOANEXC-OK = "Y"
               MOVE SPACES TO LOANEXC-RECORD
               MOVE WS-PAY-PERIOD TO LX-PERIOD
               MOVE LN-EMP-ID     TO LX-EMP-ID
               MOVE LN-LOAN-NO    TO LX-LOAN-NO
               MOVE EMP-NAME      TO LX-EMP-NAME
               MOVE EMP-TERM-DATE TO LX-TERM-DATE
               MOVE LN-BALANCE    TO LX-BALANCE
               WRITE LOANEXC-RECORD
           END-IF.

       NOTE-SUPPLEMENTAL-PAYEE.
           *> Sets WS-SUPP-REPEAT when this employee has already
           *> been paid earlier in this supplemental run.
           MOVE "N" TO WS-SUPP-REPEAT
           PERFORM VARYING WS-SUPP-PAID-INDEX FROM 1 BY 1
                   UNTIL WS-SUPP-PAID-INDEX > WS-SUPP-PAID-COUNT
               IF WS-SUPP-PAID-ID(WS-SUPP-PAID-INDEX) = EMP-ID
                   MOVE "Y" TO WS-SUPP-REPEAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUPP-REPEAT = "N" AND WS-SUPP-PAID-COUNT < 500
               ADD 1 TO WS-SUPP-PAID-COUNT
               MOVE EMP-ID TO WS-SUPP-PAID-ID(WS-SUPP-PAID-COUNT)
           END-IF.

       PAY-ONE-BONUS.
           ADD 1 TO WS-BONUS-READ
           ADD 1 TO WS-EMP-SEEN

           IF BT-EMP-ID = WS-TRAILER-KEY
               DISPLAY "Skipping Employee ID " BT-EMP-ID
                   " - reserved for the trailer record."
               ADD 1 TO WS-BONUS-SKIPPED
           ELSE
            IF BT-AMOUNT = 0
               DISPLAY "Skipping Employee ID " BT-EMP-ID
                   " - zero bonus amount."
               ADD 1 TO WS-BONUS-SKIPPED
            ELSE
               MOVE BT-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       DISPLAY "Skipping Employee ID " BT-EMP-ID
                           " - not on file."
                       ADD 1 TO WS-BONUS-SKIPPED
                   NOT INVALID KEY
                       PERFORM GET-EMPLOYEE-COMPANY
                       EVALUATE TRUE
                       WHEN WS-EMP-COMPANY NOT = WS-PAY-COMPANY
                           DISPLAY "Skipping Employee ID "
                               BT-EMP-ID " - paid by company "
                               WS-EMP-COMPANY "."
                           ADD 1 TO WS-BONUS-SKIPPED
                       *> A leaver's approved severance is the one
                       *> bonus a terminated employee is still paid.
                       WHEN EMP-STATUS = "T" AND BT-REASON NOT = "SEVR"
                           DISPLAY "Skipping Employee ID "
                               BT-EMP-ID " - terminated on "
                               EMP-TERM-DATE "."
                           ADD 1 TO WS-BONUS-SKIPPED
                       WHEN OTHER
                           MOVE BT-REASON TO WS-BONUS-REASON
                           MOVE 0 TO WS-REISSUE-OF
                           MOVE "N" TO WS-FINAL-PAY
                           MOVE "N" TO WS-PRORATED
                           MOVE BT-AMOUNT TO WS-MONTHLY-SALARY
                           PERFORM SETTLE-ONE-EMPLOYEE
                       END-EVALUATE
               END-READ
            END-IF
           END-IF.

       START-RUN-LOG.
           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PayrollCycle" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED.

       STAMP-FAILED-RUN.
           MOVE "FAIL" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD
           *> Set after the CALL - a CALLed subprogram's GOBACK
           *> replaces RETURN-CODE with its own zero.
           MOVE 16 TO RETURN-CODE.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYSLIP-FILE-NAME FROM ENVIRONMENT "PAYSLIP"
               ON EXCEPTION
                   MOVE SPACES TO WS-PAYSLIP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYHIST-FILE-NAME FROM ENVIRONMENT "PAYHIST"
               ON EXCEPTION
                   MOVE "PAYHIST.DAT" TO WS-PAYHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GL-FILE-NAME FROM ENVIRONMENT "GLEXTRACT"
               ON EXCEPTION
                   MOVE "GLEXTRACT.DAT" TO WS-GL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEDUCT-FILE-NAME FROM ENVIRONMENT "DEDUCT"
               ON EXCEPTION
                   MOVE "DEDUCT.DAT" TO WS-DEDUCT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ARREARS-FILE-NAME FROM ENVIRONMENT "ARREARS"
               ON EXCEPTION
                   MOVE "ARREARS.DAT" TO WS-ARREARS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEDPRI-FILE-NAME FROM ENVIRONMENT "DEDPRTY"
               ON EXCEPTION
                   MOVE "DEDPRTY.DAT" TO WS-DEDPRI-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ADJ-FILE-NAME FROM ENVIRONMENT "RETROADJ"
               ON EXCEPTION
                   MOVE "RETROADJ.DAT" TO WS-ADJ-FILE-NAME
               ON EXCEPTION
                   MOVE "BANKPAY.DAT" TO WS-PAYEXTR-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PRENOTE-FILE-NAME FROM ENVIRONMENT "PRENOTE"
               ON EXCEPTION
                   MOVE "PRENOTE.DAT" TO WS-PRENOTE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BANKPRE-FILE-NAME FROM ENVIRONMENT "BANKPRE"
               ON EXCEPTION
                   MOVE "BANKPRE.DAT" TO WS-BANKPRE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHEQUE-FILE-NAME FROM ENVIRONMENT "CHEQUES"
               ON EXCEPTION
                   MOVE "CHEQUES.DAT" TO WS-CHEQUE-FILE-NAME
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYCAL-FILE-NAME FROM ENVIRONMENT "PAYCAL"
               ON EXCEPTION
                   MOVE "PAYCAL.DAT" TO WS-PAYCAL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-HOLIDAY-FILE-NAME FROM ENVIRONMENT "HOLIDAYS"
               ON EXCEPTION
                   MOVE "HOLIDAY.DAT" TO WS-HOLIDAY-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GLMAP-FILE-NAME FROM ENVIRONMENT "GLMAP"
               ON EXCEPTION
                   MOVE "GLMAP.DAT" TO WS-GLMAP-FILE-NAME
           ACCEPT WS-DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMAST"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO WS-DEPT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LEAVEBAL-FILE-NAME FROM ENVIRONMENT "LEAVEBAL"
               ON EXCEPTION
                   MOVE "LEAVEBAL.DAT" TO WS-LEAVEBAL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LEAVE-FILE-NAME FROM ENVIRONMENT "LEAVE"
               ON EXCEPTION
                   MOVE "LEAVE.DAT" TO WS-LEAVE-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LEAVEHIST-FILE-NAME FROM ENVIRONMENT "LEAVEHIST"
               ON EXCEPTION
                   MOVE "LEAVEHIST.DAT" TO WS-LEAVEHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ERCHIST-FILE-NAME FROM ENVIRONMENT "ERCHIST"
               ON EXCEPTION
                   MOVE "ERCHIST.DAT" TO WS-ERCHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYADJ-FILE-NAME FROM ENVIRONMENT "PAYADJ"
               ON EXCEPTION
                   MOVE "PAYADJ.DAT" TO WS-PAYADJ-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYJRNL-FILE-NAME FROM ENVIRONMENT "PAYJRNL"
               ON EXCEPTION
                   MOVE "PAYJRNL.DAT" TO WS-PAYJRNL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQCTL-FILE-NAME FROM ENVIRONMENT "CHQCTL"
               ON EXCEPTION
                   MOVE "CHQCTL.DAT" TO WS-CHQCTL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQREG-FILE-NAME FROM ENVIRONMENT "CHQREG"
               ON EXCEPTION
                   MOVE "CHQREG.DAT" TO WS-CHQREG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQPRINT-FILE-NAME FROM ENVIRONMENT "CHQPRINT"
               ON EXCEPTION
                   MOVE "CHQPRINT.DAT" TO WS-CHQPRINT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POSPAY-FILE-NAME FROM ENVIRONMENT "POSPAY"
               ON EXCEPTION
                   MOVE "POSPAY.DAT" TO WS-POSPAY-FILE-NAME
           END-ACCEPT
           ACCEPT WS-CHQREISS-FILE-NAME FROM ENVIRONMENT "CHQREISS"
               ON EXCEPTION
                   MOVE "CHQREISS.DAT" TO WS-CHQREISS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOAN-FILE-NAME FROM ENVIRONMENT "LOANMAST"
               ON EXCEPTION
                   MOVE "LOANMAST.DAT" TO WS-LOAN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-LOANEXC-FILE-NAME FROM ENVIRONMENT "LOANEXC"
               ON EXCEPTION
                   MOVE "LOANEXC.DAT" TO WS-LOANEXC-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ALLOC-FILE-NAME FROM ENVIRONMENT "ALLOCMST"
               ON EXCEPTION
                   MOVE "ALLOCMAST.DAT" TO WS-ALLOC-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYCKPT-FILE-NAME FROM ENVIRONMENT "PAYCKPT"
               ON EXCEPTION
                   MOVE "PAYCKPT.DAT" TO WS-PAYCKPT-FILE-NAME
           END-ACCEPT.

       QUALIFY-COMPANY-FILES.
           *> Another company's cycle writes its own outputs and keeps
           *> its own period control and checkpoint, so it can never
           *> overwrite the home company's - or be refused as a rerun
           *> of a period only the home company has paid. A name the
           *> JCL has set is taken as given.
           IF WS-GL-FILE-NAME = "GLEXTRACT.DAT"
                   OR WS-GL-FILE-NAME = "BONUSGL.DAT"
               MOVE WS-GL-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-GL-FILE-NAME
           END-IF
           IF WS-PAYEXTR-FILE-NAME = "BANKPAY.DAT"
                   OR WS-PAYEXTR-FILE-NAME = "BONUSPAY.DAT"
               MOVE WS-PAYEXTR-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-PAYEXTR-FILE-NAME
           END-IF
           IF WS-BANKPRE-FILE-NAME = "BANKPRE.DAT"
               MOVE WS-BANKPRE-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-BANKPRE-FILE-NAME
           END-IF
           IF WS-CHEQUE-FILE-NAME = "CHEQUES.DAT"
                   OR WS-CHEQUE-FILE-NAME = "BONUSCHQ.DAT"
               MOVE WS-CHEQUE-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-CHEQUE-FILE-NAME
           END-IF
           IF WS-CHQPRINT-FILE-NAME = "CHQPRINT.DAT"
                   OR WS-CHQPRINT-FILE-NAME = "BONUSCHQPRT.DAT"
               MOVE WS-CHQPRINT-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-CHQPRINT-FILE-NAME
           END-IF
           IF WS-POSPAY-FILE-NAME = "POSPAY.DAT"
                   OR WS-POSPAY-FILE-NAME = "BONUSPOSPAY.DAT"
               MOVE WS-POSPAY-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-POSPAY-FILE-NAME
           END-IF
           IF WS-LOANEXC-FILE-NAME = "LOANEXC.DAT"
               MOVE WS-LOANEXC-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-LOANEXC-FILE-NAME
           END-IF
           IF WS-PERIOD-FILE-NAME = "PERIODCTL.DAT"
               MOVE WS-PERIOD-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-PERIOD-FILE-NAME
           END-IF
           IF WS-PAYCKPT-FILE-NAME = "PAYCKPT.DAT"
               MOVE WS-PAYCKPT-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-PAYCKPT-FILE-NAME
           END-IF
           IF WS-YTD-FILE-NAME = "GLYTD.DAT"
               MOVE WS-YTD-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-YTD-FILE-NAME
               MOVE WS-YTDWK-FILE-NAME TO CO-FILE-NAME
               PERFORM QUALIFY-ONE-FILE-NAME
               MOVE CO-FILE-NAME TO WS-YTDWK-FILE-NAME
           END-IF.

       QUALIFY-ONE-FILE-NAME.
           MOVE "F" TO CO-ACTION
           MOVE WS-PAY-COMPANY TO CO-COMPANY
           CALL "CompanyLookup" USING COMPANY-REQUEST.

       MARK-OTHER-COMPANY-ENTRIES.
           *> Timecards, leave and retro adjustments are keyed in for
           *> every company together. Another company's are marked
           *> off here, so this run neither reports them as never
           *> used nor takes them off RETROADJ.DAT.
           MOVE 0 TO WS-MARKED-OTHER
           PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                   UNTIL WS-MARK-INDEX > WS-TIMECARD-COUNT
               MOVE WS-TC-EMP-ID(WS-MARK-INDEX) TO EMP-ID
               PERFORM CHECK-OTHER-COMPANY
               IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
                   MOVE "O" TO WS-TC-USED(WS-MARK-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                   UNTIL WS-MARK-INDEX > WS-LEAVE-COUNT
               MOVE WS-LV-EMP-ID(WS-MARK-INDEX) TO EMP-ID
               PERFORM CHECK-OTHER-COMPANY
               IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
                   MOVE "O" TO WS-LV-USED(WS-MARK-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MARK-INDEX FROM 1 BY 1
                   UNTIL WS-MARK-INDEX > WS-RETRO-COUNT
               MOVE WS-RT-EMP-ID(WS-MARK-INDEX) TO EMP-ID
               PERFORM CHECK-OTHER-COMPANY
               IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
                   MOVE "O" TO WS-RT-APPLIED(WS-MARK-INDEX)
               END-IF
           END-PERFORM
           IF WS-MARKED-OTHER > 0
               DISPLAY WS-MARKED-OTHER " timecard, leave or retro"
                   " record(s) left for another company's cycle."
           END-IF.

       CHECK-OTHER-COMPANY.
           *> An employee not on the master is the home company's,
           *> and reported by its run as it always was.
           READ EMP-FILE
               INVALID KEY
                   MOVE WS-HOME-COMPANY TO WS-EMP-COMPANY
               NOT INVALID KEY
                   PERFORM GET-EMPLOYEE-COMPANY
           END-READ
           IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
               ADD 1 TO WS-MARKED-OTHER
           END-IF.

       REGISTER-PAYSLIP-MEMBER.
           *> Only a run that is about to open the payslip file
           *> registers a spool member for it - SpoolBrowse would
           *> otherwise list a held member that was never created.
           *> A restarted run writes on into the member its first
           *> attempt registered.
           IF WS-PAYSLIP-FILE-NAME = SPACES
               MOVE "PayrollCycle" TO WS-SP-PROGRAM
               MOVE "PAYSLIP" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-PAYSLIP-FILE-NAME
           END-IF.

       PAY-ONE-EMPLOYEE.
           MOVE "Y" TO WS-PAY-THIS-ONE
           IF EMP-PAY-TYPE = "H"
           END-IF

           IF WS-PAY-THIS-ONE = "Y"
               PERFORM POST-LEAVE-FOR-EMPLOYEE
               PERFORM PRORATE-UNPAID-LEAVE
               PERFORM SETTLE-ONE-EMPLOYEE
           END-IF.

               MOVE 0 TO WS-DEDUCTIONS
               MOVE 0 TO WS-EMPDED-COUNT
               MOVE 0 TO WS-RETRO-GROSS
               MOVE 0 TO WS-EMPLV-COUNT
               MOVE 0 TO WS-UNPAID-DAYS
               MOVE 0 TO WS-UNPAID-AMOUNT
               PERFORM NOTE-SUPPLEMENTAL-PAYEE
           ELSE
               PERFORM COMPUTE-DEDUCTIONS
               PERFORM APPLY-RETRO-ADJUSTMENT
           END-IF
           PERFORM PRICE-EMPLOYER-COST

           ADD 1 TO WS-EMP-PAID
           ADD WS-MONTHLY-SALARY TO WS-GROSS-TOTAL
           ADD WS-WITHHOLDING    TO WS-WITHHOLD-TOTAL
           PERFORM FIND-OR-ADD-JURISDICTION
           ADD WS-WITHHOLDING    TO WS-JURIS-TOTAL(WS-JURIS-INDEX)
           ADD WS-DEDUCTIONS     TO WS-DEDUCT-TOTAL
           ADD WS-NET-PAY        TO WS-NET-TOTAL

           PERFORM CHARGE-LABOR-COST

           IF WS-RUN-MODE NOT = "T"
               PERFORM WRITE-EMPLOYEE-PAYSLIP
               PERFORM WRITE-PAY-HISTORY
               PERFORM WRITE-LEAVE-HISTORY
               PERFORM WRITE-EMPLOYER-COST-HISTORY
               PERFORM WRITE-BANK-PAYMENT
           END-IF
           PERFORM PRINT-REGISTER-LINE.
                   WS-PAYHIST-STATUS "."
           END-IF.

       OPEN-ERCHIST-FILE.
           *> The employer-cost history only feeds the budget and
           *> the employer returns; a failure to open it is loud but
           *> never stops the employees being paid.
           OPEN I-O ERCHIST-FILE

           IF WS-ERCHIST-STATUS = "35"
               DISPLAY "ERCHIST.DAT does not exist yet - creating it."
               OPEN OUTPUT ERCHIST-FILE
               CLOSE ERCHIST-FILE
               OPEN I-O ERCHIST-FILE
           END-IF

           IF WS-ERCHIST-STATUS = "00"
               MOVE "Y" TO WS-ERCHIST-OK
           ELSE
               DISPLAY "Warning: unable to open ERCHIST.DAT - status "
                   WS-ERCHIST-STATUS ". Employer costs post to the"
                   " GL but are not kept by employee."
           END-IF.

       PRICE-EMPLOYER-COST.
           *> Priced on the gross actually paid this period - retro
           *> pay included - and rolled into the per-code totals the
           *> GL extract credits.
           MOVE WS-PRICE-DATE     TO ER-PRICE-DATE
           MOVE WS-MONTHLY-SALARY TO ER-GROSS
           CALL "EmployerCost" USING ER-COST-AREA
           ADD ER-TOTAL TO WS-ERCOST-TOTAL

           PERFORM VARYING WS-ERLINE-INDEX FROM 1 BY 1
                   UNTIL WS-ERLINE-INDEX > ER-COUNT
               PERFORM FIND-OR-ADD-ERCODE
               ADD ER-AMOUNT(WS-ERLINE-INDEX)
                   TO WS-ERCODE-TOTAL(WS-ERCODE-INDEX)
           END-PERFORM.

       FIND-OR-ADD-ERCODE.
           MOVE "N" TO WS-ERCODE-FOUND
           PERFORM VARYING WS-ERCODE-INDEX FROM 1 BY 1
                   UNTIL WS-ERCODE-INDEX > WS-ERCODE-ENTRIES
               IF WS-ERCODE-CODE(WS-ERCODE-INDEX)
                       = ER-CODE(WS-ERLINE-INDEX)
                   MOVE "Y" TO WS-ERCODE-FOUND
               END-IF
               IF WS-ERCODE-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ERCODE-FOUND = "N"
               ADD 1 TO WS-ERCODE-ENTRIES
               MOVE WS-ERCODE-ENTRIES TO WS-ERCODE-INDEX
               MOVE ER-CODE(WS-ERLINE-INDEX)
                   TO WS-ERCODE-CODE(WS-ERCODE-INDEX)
               MOVE 0 TO WS-ERCODE-TOTAL(WS-ERCODE-INDEX)
           END-IF.

       WRITE-EMPLOYER-COST-HISTORY.
           *> One record per contribution code, filed under the same
           *> period key as the pay history; a rerun replaces them.
           IF WS-ERCHIST-OK = "Y"
               PERFORM VARYING WS-ERLINE-INDEX FROM 1 BY 1
                       UNTIL WS-ERLINE-INDEX > ER-COUNT
                   MOVE EMP-ID TO EH-EMP-ID
                   MOVE WS-PAY-PERIOD TO EH-PERIOD
                   MOVE ER-CODE(WS-ERLINE-INDEX) TO EH-CODE
                   PERFORM BUILD-EMPLOYER-COST-RECORD
                   WRITE ERCHIST-RECORD
                       INVALID KEY
                           REWRITE ERCHIST-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to write employer"
                                       " cost history for Employee"
                                       " ID " EMP-ID "."
                           END-REWRITE
                   END-WRITE
               END-PERFORM
           END-IF.

       BUILD-EMPLOYER-COST-RECORD.
           *> A second payment in the same supplemental run adds to
           *> the record the first one wrote for the code.
           MOVE "N" TO WS-ERCHIST-FOUND
           IF WS-SUPP-REPEAT = "Y"
               READ ERCHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ERCHIST-FOUND
               END-READ
           END-IF
           IF WS-ERCHIST-FOUND = "Y"
               ADD WS-MONTHLY-SALARY TO EH-GROSS
               ADD ER-AMOUNT(WS-ERLINE-INDEX) TO EH-AMOUNT
           ELSE
               MOVE EMP-ID TO EH-EMP-ID
               MOVE WS-PAY-PERIOD TO EH-PERIOD
               MOVE ER-CODE(WS-ERLINE-INDEX) TO EH-CODE
               MOVE WS-MONTHLY-SALARY TO EH-GROSS
               MOVE ER-AMOUNT(WS-ERLINE-INDEX) TO EH-AMOUNT
           END-IF.

       OPEN-DEDUCT-FILE.
           *> The deduction file is optional the way DEPTMAST.DAT is
           *> to the update program: a shop with no recurring
               DISPLAY "DEDUCT.DAT not available - status "
                   WS-DEDUCT-STATUS ". No recurring deductions will"
                   " be taken this cycle."
           END-IF

           *> Arrears are posted back by a live run only; a trial
           *> reads them so its net pay matches what the live run
           *> will take, and changes nothing.
           IF WS-RUN-MODE = "T"
               OPEN INPUT ARREARS-FILE
           ELSE
               OPEN I-O ARREARS-FILE
               IF WS-ARREARS-STATUS = "35"
                   DISPLAY "ARREARS.DAT does not exist yet -"
                       " creating it."
                   OPEN OUTPUT ARREARS-FILE
                   CLOSE ARREARS-FILE
                   OPEN I-O ARREARS-FILE
               END-IF
           END-IF
           IF WS-ARREARS-STATUS = "00"
               MOVE "Y" TO WS-ARREARS-OK
           ELSE
               MOVE "N" TO WS-ARREARS-OK
               IF WS-ARREARS-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open ARREARS.DAT -"
                       " status " WS-ARREARS-STATUS ". Deduction"
                       " shortfalls are not carried this cycle."
               END-IF
           END-IF
           PERFORM LOAD-DEDUCTION-PRIORITIES.

       LOAD-DEDUCTION-PRIORITIES.
           *> No DEDPRTY.DAT leaves every code at the same priority,
           *> taken in code order as DEDUCT.DAT has always been.
           MOVE 0 TO WS-DEDPRI-COUNT
           OPEN INPUT DEDPRI-FILE
           IF WS-DEDPRI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEDPRI-EOF
           PERFORM UNTIL WS-DEDPRI-EOF = "Y"
               READ DEDPRI-FILE
                   AT END
                       MOVE "Y" TO WS-DEDPRI-EOF
                   NOT AT END
                       IF WS-DEDPRI-COUNT < 50
                           ADD 1 TO WS-DEDPRI-COUNT
                           MOVE DPR-CODE
                               TO WS-DP-CODE(WS-DEDPRI-COUNT)
                           MOVE DPR-PRIORITY
                               TO WS-DP-PRIORITY(WS-DEDPRI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDPRI-FILE.

       COMPUTE-DEDUCTIONS.
           *> Gathers everything owed for the employee being paid -
           *> each DEDUCT.DAT record still in force (stop date zero
           *> or on/after the run date) and each arrears balance -
           *> then takes it in priority order. A deduction is never
           *> taken past a zero net: the shortfall goes onto
           *> ARREARS.DAT and is recovered first next cycle.
           MOVE 0 TO WS-DEDUCTIONS
           MOVE 0 TO WS-EMPDED-COUNT
           MOVE 0 TO WS-DUE-COUNT
           MOVE WS-NET-PAY TO WS-DEDUCT-ROOM

           IF WS-DEDUCT-FILE-OK = "Y"
                           IF DED-EMP-ID NOT = EMP-ID
                               MOVE "Y" TO WS-DEDUCT-EOF
                           ELSE
                               PERFORM PRICE-ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-ARREARS-OK = "Y"
               MOVE EMP-ID TO AR-EMP-ID
               MOVE LOW-VALUES TO AR-CODE
               MOVE "N" TO WS-ARREARS-EOF
               START ARREARS-FILE KEY >= AR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ARREARS-EOF
               END-START
               PERFORM UNTIL WS-ARREARS-EOF = "Y"
                   READ ARREARS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-ARREARS-EOF
                       NOT AT END
                           IF AR-EMP-ID NOT = EMP-ID
                               MOVE "Y" TO WS-ARREARS-EOF
                           ELSE
                               PERFORM TAKE-ARREARS-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-DUE-PASS FROM 1 BY 1
                   UNTIL WS-DUE-PASS > WS-DUE-COUNT
               PERFORM PICK-NEXT-DUE
               PERFORM APPLY-ONE-DUE
           END-PERFORM

           IF WS-RUN-MODE NOT = "T" AND WS-ARREARS-OK = "Y"
               PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                       UNTIL WS-DUE-INDEX > WS-DUE-COUNT
                   PERFORM POST-ONE-ARREARS
               END-PERFORM
           END-IF

           *> Loan instalments come after every deduction: a short
           *> month only stretches the loan, whereas a deduction
           *> left short falls into arrears owed to someone else.
           IF WS-LOAN-OK = "Y"
               PERFORM RECOVER-LOAN-INSTALMENTS
           END-IF

           COMPUTE WS-NET-PAY = WS-NET-PAY - WS-DEDUCTIONS.

       PRICE-ONE-DEDUCTION.
           IF DED-STOP-DATE NOT = 0
                   AND DED-STOP-DATE < WS-PRICE-DATE
               EXIT PARAGRAPH
           END-IF
           IF DED-TYPE = "P"
               COMPUTE WS-ONE-DEDUCTION ROUNDED =
                   WS-MONTHLY-SALARY * DED-PCT / 100
           ELSE
               MOVE DED-AMOUNT TO WS-ONE-DEDUCTION
           END-IF
           MOVE DED-CODE TO AR-CODE
           PERFORM FIND-OR-ADD-DUE
           IF WS-DUE-INDEX > 0
               MOVE DED-DESC TO DU-DESC(WS-DUE-INDEX)
               ADD WS-ONE-DEDUCTION TO DU-CURRENT(WS-DUE-INDEX)
           END-IF.

       TAKE-ARREARS-BALANCE.
           *> A rerun of the period the record was last posted in
           *> starts again from the balance before that posting.
           IF AR-LAST-PERIOD = WS-PAY-PERIOD
               MOVE AR-PRIOR-BALANCE TO WS-DUE-ARREARS
           ELSE
               MOVE AR-BALANCE TO WS-DUE-ARREARS
           END-IF
           IF WS-DUE-ARREARS = 0 AND AR-LAST-PERIOD NOT = WS-PAY-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-DUE
           IF WS-DUE-INDEX > 0
               IF DU-DESC(WS-DUE-INDEX) = SPACES
                   MOVE AR-DESC TO DU-DESC(WS-DUE-INDEX)
               END-IF
               MOVE WS-DUE-ARREARS TO DU-ARREARS(WS-DUE-INDEX)
               MOVE "Y" TO DU-ON-FILE(WS-DUE-INDEX)
           END-IF.

       FIND-OR-ADD-DUE.
           *> Looks up AR-CODE in the due table, adding a row at the
           *> code's priority if it is new. Zero means the table is
           *> full and the code is not taken this cycle.
           PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-COUNT
               IF DU-CODE(WS-DUE-INDEX) = AR-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DUE-COUNT NOT < 20
               DISPLAY "Employee ID " EMP-ID " has more than 20"
                   " deduction codes - " AR-CODE " not taken."
               MOVE 0 TO WS-DUE-INDEX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-DUE-COUNT TO WS-DUE-INDEX
           MOVE AR-CODE TO DU-CODE(WS-DUE-INDEX)
           MOVE SPACES  TO DU-DESC(WS-DUE-INDEX)
           MOVE 99      TO DU-PRIORITY(WS-DUE-INDEX)
           PERFORM VARYING WS-DEDPRI-INDEX FROM 1 BY 1
                   UNTIL WS-DEDPRI-INDEX > WS-DEDPRI-COUNT
               IF WS-DP-CODE(WS-DEDPRI-INDEX) = AR-CODE
                   MOVE WS-DP-PRIORITY(WS-DEDPRI-INDEX)
                       TO DU-PRIORITY(WS-DUE-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0   TO DU-CURRENT(WS-DUE-INDEX)
           MOVE 0   TO DU-ARREARS(WS-DUE-INDEX)
           MOVE 0   TO DU-CUR-TAKEN(WS-DUE-INDEX)
           MOVE 0   TO DU-ARR-TAKEN(WS-DUE-INDEX)
           MOVE "N" TO DU-ON-FILE(WS-DUE-INDEX)
           MOVE "N" TO DU-DONE(WS-DUE-INDEX).

       PICK-NEXT-DUE.
           *> Lowest priority number first; ties keep key order,
           *> which is the code order both files are read in.
           MOVE 0 TO WS-DUE-PICKED
           MOVE 99 TO WS-DUE-PRIORITY
           PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-COUNT
               IF DU-DONE(WS-DUE-INDEX) = "N"
                   IF WS-DUE-PICKED = 0
                           OR DU-PRIORITY(WS-DUE-INDEX)
                               < WS-DUE-PRIORITY
                       MOVE WS-DUE-INDEX TO WS-DUE-PICKED
                       MOVE DU-PRIORITY(WS-DUE-INDEX)
                           TO WS-DUE-PRIORITY
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DUE-PICKED TO WS-DUE-INDEX
           MOVE "Y" TO DU-DONE(WS-DUE-INDEX).

       APPLY-ONE-DUE.
           MOVE DU-CODE(WS-DUE-INDEX) TO DED-CODE
           IF DU-ARREARS(WS-DUE-INDEX) > 0
               MOVE DU-ARREARS(WS-DUE-INDEX) TO WS-ONE-DEDUCTION
               MOVE SPACES TO WS-ARREARS-DESC
               STRING "ARREARS " DU-DESC(WS-DUE-INDEX)
                   DELIMITED BY SIZE INTO WS-ARREARS-DESC
               PERFORM TAKE-FROM-NET
               MOVE WS-ONE-DEDUCTION TO DU-ARR-TAKEN(WS-DUE-INDEX)
           END-IF
           IF DU-CURRENT(WS-DUE-INDEX) > 0
               MOVE DU-CURRENT(WS-DUE-INDEX) TO WS-ONE-DEDUCTION
               MOVE DU-DESC(WS-DUE-INDEX) TO WS-ARREARS-DESC
               PERFORM TAKE-FROM-NET
               MOVE WS-ONE-DEDUCTION TO DU-CUR-TAKEN(WS-DUE-INDEX)
           END-IF
           IF DU-CUR-TAKEN(WS-DUE-INDEX) < DU-CURRENT(WS-DUE-INDEX)
               DISPLAY "Employee ID " EMP-ID " deduction "
                   DED-CODE " reduced to the remaining net -"
                   " shortfall carried to arrears."
           END-IF.

       TAKE-FROM-NET.
           *> Takes WS-ONE-DEDUCTION, or as much of it as the net
           *> still covers, onto the payslip and the code's GL total.
           IF WS-ONE-DEDUCTION > WS-DEDUCT-ROOM
               MOVE WS-DEDUCT-ROOM TO WS-ONE-DEDUCTION
           END-IF
           IF WS-ONE-DEDUCTION > 0
               ADD WS-ONE-DEDUCTION TO WS-DEDUCTIONS
               SUBTRACT WS-ONE-DEDUCTION FROM WS-DEDUCT-ROOM
               IF WS-EMPDED-COUNT < 10
                   ADD 1 TO WS-EMPDED-COUNT
                   MOVE WS-ARREARS-DESC TO
                       WS-EMPDED-DESC(WS-EMPDED-COUNT)
                   MOVE WS-ONE-DEDUCTION TO
                       WS-EMPDED-AMOUNT(WS-EMPDED-COUNT)
               END-IF
               PERFORM FIND-OR-ADD-DEDCODE
               ADD WS-ONE-DEDUCTION
                   TO WS-DEDCODE-TOTAL(WS-DEDCODE-INDEX)
           END-IF.

       POST-ONE-ARREARS.
           COMPUTE WS-ARREARS-SHORT =
               DU-CURRENT(WS-DUE-INDEX) - DU-CUR-TAKEN(WS-DUE-INDEX)
           COMPUTE WS-NEW-ARREARS =
               DU-ARREARS(WS-DUE-INDEX) - DU-ARR-TAKEN(WS-DUE-INDEX)
               + WS-ARREARS-SHORT
           ADD WS-ARREARS-SHORT TO WS-ARREARS-ADDED
           ADD DU-ARR-TAKEN(WS-DUE-INDEX) TO WS-ARREARS-TAKEN

           MOVE EMP-ID TO AR-EMP-ID
           MOVE DU-CODE(WS-DUE-INDEX) TO AR-CODE
           IF DU-ON-FILE(WS-DUE-INDEX) = "Y"
               READ ARREARS-FILE
                   INVALID KEY
                       MOVE "N" TO DU-ON-FILE(WS-DUE-INDEX)
               END-READ
           END-IF

           IF DU-ON-FILE(WS-DUE-INDEX) = "N"
               IF WS-NEW-ARREARS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ARREARS-RECORD
               MOVE EMP-ID                TO AR-EMP-ID
               MOVE DU-CODE(WS-DUE-INDEX) TO AR-CODE
               MOVE DU-DESC(WS-DUE-INDEX) TO AR-DESC
               MOVE 0                     TO AR-PRIOR-BALANCE
               PERFORM FILL-ARREARS-POSTING
               WRITE ARREARS-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record arrears for Employee"
                           " ID " EMP-ID " code " AR-CODE " - status "
                           WS-ARREARS-STATUS "."
               END-WRITE
           ELSE
               IF AR-LAST-PERIOD NOT = WS-PAY-PERIOD
                   MOVE AR-BALANCE TO AR-PRIOR-BALANCE
               END-IF
               PERFORM FILL-ARREARS-POSTING
               REWRITE ARREARS-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update arrears for Employee"
                           " ID " EMP-ID " code " AR-CODE " - status "
                           WS-ARREARS-STATUS "."
               END-REWRITE
           END-IF.

       FILL-ARREARS-POSTING.
           MOVE WS-NEW-ARREARS TO AR-BALANCE
           IF WS-NEW-ARREARS = 0
               MOVE 0 TO AR-FIRST-PERIOD
           ELSE
               IF AR-PRIOR-BALANCE = 0 OR AR-FIRST-PERIOD = 0
                   MOVE WS-PAY-PERIOD TO AR-FIRST-PERIOD
               END-IF
           END-IF
           MOVE WS-PAY-PERIOD              TO AR-LAST-PERIOD
           MOVE WS-ARREARS-SHORT           TO AR-LAST-SHORT
           MOVE DU-ARR-TAKEN(WS-DUE-INDEX) TO AR-LAST-RECOVERED.

       CHECK-PERIOD-CONTROL.
           MOVE "N" TO WS-PERIOD-REFUSED
           MOVE "N" TO WS-PERIOD-OVERRIDE
                               MOVE "Y" TO WS-PERIOD-REFUSED
                           WHEN "P"
                               PERFORM ASK-PAID-PERIOD-OVERRIDE
                           WHEN "I"
                               PERFORM CHECK-PAY-RESTART
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       CHECK-PAY-CALENDAR.
           *> Only a live run is refused: a trial may be run ahead of
           *> the cutoff to look at the register, and is only told.
           MOVE "N" TO WS-CALENDAR-REFUSED
           MOVE "N" TO WS-CALENDAR-FOUND
           MOVE WS-RUN-DATE TO WS-CAL-RUN-DATE

           IF WS-RUN-MODE NOT = "S"
               OPEN INPUT PAYCAL-FILE
               IF WS-PAYCAL-STATUS = "00"
                   MOVE WS-PAY-PERIOD TO CL-PERIOD
                   READ PAYCAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CALENDAR-FOUND
                   END-READ
                   CLOSE PAYCAL-FILE
               END-IF
           END-IF

           IF WS-CALENDAR-FOUND = "Y"
               MOVE CL-PAY-DATE TO WS-PAY-DATE
               IF WS-CAL-RUN-DATE < CL-RUN-DATE
                   IF WS-RUN-MODE = "L"
                       DISPLAY "Period " WS-PAY-PERIOD " inputs close"
                           " " CL-CUTOFF-DATE " and the live run may"
                           " not start before " CL-RUN-DATE
                           " - run refused."
                       MOVE "Y" TO WS-CALENDAR-REFUSED
                   ELSE
                       DISPLAY "Note: period " WS-PAY-PERIOD " inputs"
                           " stay open until " CL-CUTOFF-DATE
                           " - this trial may not show them all."
                   END-IF
               END-IF
           ELSE
               IF WS-RUN-MODE NOT = "S"
                   DISPLAY "Warning: no payroll calendar for period "
                       WS-PAY-PERIOD " - paying on the next banking"
                       " day."
               END-IF
               PERFORM NEXT-BANKING-PAY-DATE
           END-IF

           IF WS-CALENDAR-REFUSED NOT = "Y"
               DISPLAY "Pay date " WS-PAY-DATE "."
           END-IF.

       NEXT-BANKING-PAY-DATE.
           *> The run date itself, or the first day after it that is
           *> neither a weekend nor on HOLIDAY.DAT. With no holiday
           *> table only weekends are stepped over.
           MOVE WS-CAL-RUN-DATE TO WS-PAY-DATE
           MOVE "N" TO WS-HOLIDAY-FILE-OK
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
               MOVE "Y" TO WS-HOLIDAY-FILE-OK
           END-IF

           PERFORM CHECK-BANKING-DAY
           PERFORM UNTIL WS-BANKING-DAY = "Y"
               COMPUTE WS-PAY-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-PAY-DATE-INT)
                   TO WS-PAY-DATE
               PERFORM CHECK-BANKING-DAY
           END-PERFORM

           IF WS-HOLIDAY-FILE-OK = "Y"
               CLOSE HOLIDAY-FILE
           END-IF.

       CHECK-BANKING-DAY.
           *> Day 1 of the integer calendar is a Monday.
           MOVE "Y" TO WS-BANKING-DAY
           COMPUTE WS-PAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DATE)
           IF FUNCTION MOD(WS-PAY-DATE-INT - 1, 7) >= 5
               MOVE "N" TO WS-BANKING-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-FILE-OK = "Y"
               MOVE WS-PAY-DATE TO HL-DATE
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-BANKING-DAY
               END-READ
           END-IF.

       ASK-PAID-PERIOD-OVERRIDE.
           DISPLAY "Period " WS-PAY-PERIOD " was already paid on "
               PC-PAID-DATE ". Rerunning replaces the month's"
               MOVE "Y" TO WS-PERIOD-REFUSED
           END-IF.

       CHECK-PAY-RESTART.
           *> The period was left "I" by a live run that never
           *> reached its end. A checkpoint for the period still in
           *> flight means the run resumes after the last employee
           *> it committed. Without one there is nothing safe to
           *> resume from, so the period is paid again from the top
           *> as a rerun, voiding the cheques the broken run issued.
           MOVE "N" TO WS-PCK-FOUND
           OPEN INPUT PAYCKPT-FILE
           IF WS-PAYCKPT-STATUS = "00"
               READ PAYCKPT-FILE INTO PAYCKPT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PK-PERIOD = WS-PAY-PERIOD
                               AND PK-RUN-STATUS = "A"
                           MOVE "Y" TO WS-PCK-FOUND
                       END-IF
               END-READ
               CLOSE PAYCKPT-FILE
           END-IF

           IF WS-PCK-FOUND = "Y"
               MOVE "Y" TO WS-PAY-RESTART
               MOVE PK-LAST-EMP-ID TO WS-PCK-LAST-ID
               MOVE PK-OVERRIDE TO WS-PERIOD-OVERRIDE
               IF WS-PAYSLIP-FILE-NAME = SPACES
                   MOVE PK-PAYSLIP-NAME TO WS-PAYSLIP-FILE-NAME
               END-IF
               DISPLAY "Period " WS-PAY-PERIOD " was interrupted"
                   " after Employee ID " PK-LAST-EMP-ID " ("
                   PK-EMP-PAID " paid) - restarting from the"
                   " checkpoint taken " PK-TAKEN-STAMP "."
           ELSE
               DISPLAY "Period " WS-PAY-PERIOD " was left in"
                   " progress with no checkpoint to restart from -"
                   " it is paid again from the start."
               MOVE "Y" TO WS-PERIOD-OVERRIDE
           END-IF.

       TRIM-RESTART-OUTPUTS.
           *> Each sequential output is cut back to what the
           *> checkpoint committed, so the employees paid after it
           *> are written again exactly once. A file holding less
           *> than that lost records the checkpoint counted, and no
           *> restart can be trusted on it: the period is paid
           *> again from the start instead.
           MOVE "N" TO WS-TRIM-SHORT
           MOVE "Y" TO WS-TRIM-BY-SLIP
           MOVE WS-PAYSLIP-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE PK-EMP-PAID TO WS-TRIM-KEEP
           PERFORM TRIM-ONE-OUTPUT

           MOVE "N" TO WS-TRIM-BY-SLIP
           MOVE WS-PAYEXTR-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE PK-BANKPAY-COUNT TO WS-TRIM-KEEP
           PERFORM TRIM-ONE-OUTPUT
           MOVE WS-CHEQUE-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE PK-CHEQUE-COUNT TO WS-TRIM-KEEP
           PERFORM TRIM-ONE-OUTPUT
           MOVE WS-BANKPRE-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE PK-PRENOTES-SENT TO WS-TRIM-KEEP
           PERFORM TRIM-ONE-OUTPUT
           MOVE WS-CHQPRINT-FILE-NAME TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP = PK-CHQ-PRINTED * WS-CHQ-PRINT-LINES
           PERFORM TRIM-ONE-OUTPUT
           MOVE WS-POSPAY-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE PK-POSPAY-COUNT TO WS-TRIM-KEEP
           PERFORM TRIM-ONE-OUTPUT

           IF WS-TRIM-SHORT = "Y"
               DISPLAY "Restart abandoned - period " WS-PAY-PERIOD
                   " is paid again from the start."
               MOVE "N" TO WS-PAY-RESTART
               MOVE "Y" TO WS-PERIOD-OVERRIDE
           END-IF.

       TRIM-ONE-OUTPUT.
           *> Nothing committed just empties the file - creating it
           *> if the broken run never got that far - so the EXTEND
           *> that follows always finds it.
           IF WS-TRIM-KEEP = 0
               OPEN OUTPUT TRIMIN-FILE
               CLOSE TRIMIN-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRIMIN-FILE
           IF WS-TRIMIN-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-TRIM-FILE-NAME) " to trim it -"
                   " status " WS-TRIMIN-STATUS "."
               MOVE "Y" TO WS-TRIM-SHORT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRIMWK-FILE
           IF WS-TRIMWK-STATUS NOT = "00"
               DISPLAY "Unable to open PAYTRIM.NEW - status "
                   WS-TRIMWK-STATUS "."
               CLOSE TRIMIN-FILE
               MOVE "Y" TO WS-TRIM-SHORT
               EXIT PARAGRAPH
           END-IF

           *> A payslip counts once its closing rule is kept; every
           *> other output counts a record at a time.
           MOVE 0 TO WS-TRIM-COUNT
           MOVE "N" TO WS-TRIM-EOF
           PERFORM UNTIL WS-TRIM-EOF = "Y"
                   OR WS-TRIM-COUNT >= WS-TRIM-KEEP
               READ TRIMIN-FILE
                   AT END
                       MOVE "Y" TO WS-TRIM-EOF
                   NOT AT END
                       WRITE TRIMWK-RECORD FROM TRIMIN-RECORD
                       IF WS-TRIM-BY-SLIP NOT = "Y"
                               OR TRIMIN-RECORD = WS-SLIP-END-RULE
                           ADD 1 TO WS-TRIM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIMIN-FILE
           CLOSE TRIMWK-FILE

           IF WS-TRIM-COUNT < WS-TRIM-KEEP
               DISPLAY FUNCTION TRIM(WS-TRIM-FILE-NAME) " holds "
                   WS-TRIM-COUNT " of the " WS-TRIM-KEEP
                   " committed at the checkpoint."
               MOVE "Y" TO WS-TRIM-SHORT
               EXIT PARAGRAPH
           END-IF

           *> Copied back over the original through the work file
           *> the way the year-to-date feed is rebuilt.
           OPEN INPUT TRIMWK-FILE
           OPEN OUTPUT TRIMIN-FILE
           IF WS-TRIMWK-STATUS NOT = "00"
                   OR WS-TRIMIN-STATUS NOT = "00"
               DISPLAY "Unable to rewrite "
                   FUNCTION TRIM(WS-TRIM-FILE-NAME) " - status "
                   WS-TRIMIN-STATUS "/" WS-TRIMWK-STATUS "."
               CLOSE TRIMWK-FILE
               CLOSE TRIMIN-FILE
               MOVE "Y" TO WS-TRIM-SHORT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRIM-EOF
           PERFORM UNTIL WS-TRIM-EOF = "Y"
               READ TRIMWK-FILE
                   AT END
                       MOVE "Y" TO WS-TRIM-EOF
                   NOT AT END
                       WRITE TRIMIN-RECORD FROM TRIMWK-RECORD
               END-READ
           END-PERFORM
           CLOSE TRIMWK-FILE
           CLOSE TRIMIN-FILE.

       RESTORE-PAY-CHECKPOINT.
           *> Everything the first attempt had run up to its last
           *> checkpoint comes back, so the register, the GL extract
           *> and the bank proof cover the whole period, not just
           *> the employees this attempt pays.
           MOVE PK-EMP-PAID        TO WS-EMP-PAID
           MOVE PK-EMP-SEEN        TO WS-EMP-SEEN
           MOVE PK-GROSS-TOTAL     TO WS-GROSS-TOTAL
           MOVE PK-WITHHOLD-TOTAL  TO WS-WITHHOLD-TOTAL
           MOVE PK-DEDUCT-TOTAL    TO WS-DEDUCT-TOTAL
           MOVE PK-NET-TOTAL       TO WS-NET-TOTAL
           MOVE PK-ANNUAL-TOTAL    TO WS-ANNUAL-TOTAL
           MOVE PK-ERCOST-TOTAL    TO WS-ERCOST-TOTAL
           MOVE PK-BANKPAY-COUNT   TO WS-BANKPAY-COUNT
           MOVE PK-BANKPAY-TOTAL   TO WS-BANKPAY-TOTAL
           MOVE PK-CHEQUE-COUNT    TO WS-CHEQUE-COUNT
           MOVE PK-CHEQUE-TOTAL    TO WS-CHEQUE-TOTAL
           MOVE PK-CHQ-PRINTED     TO WS-CHQ-PRINTED
           MOVE PK-CHQ-PRINTED-AMT TO WS-CHQ-PRINTED-AMT
           MOVE PK-FIRST-CHEQUE    TO WS-FIRST-CHEQUE
           MOVE PK-LAST-CHEQUE     TO WS-LAST-CHEQUE
           MOVE PK-CHQ-SKIPPED     TO WS-CHQ-NUMBERS-SKIPPED
           MOVE PK-CHQ-RERUN-VOIDS TO WS-CHQ-RERUN-VOIDS
           MOVE PK-POSPAY-COUNT    TO WS-POSPAY-COUNT
           MOVE PK-POSPAY-TOTAL    TO WS-POSPAY-TOTAL
           MOVE PK-PRENOTES-SENT   TO WS-PRENOTES-SENT
           MOVE PK-PRENOTES-LIVE   TO WS-PRENOTES-LIVE
           MOVE PK-PRENOTES-HELD   TO WS-PRENOTES-HELD
           MOVE PK-ARREARS-ADDED   TO WS-ARREARS-ADDED
           MOVE PK-ARREARS-TAKEN   TO WS-ARREARS-TAKEN
           MOVE PK-LOAN-RECOVERED  TO WS-LOAN-RECOVERED
           MOVE PK-LOANS-CLEARED   TO WS-LOANS-CLEARED
           MOVE PK-HOURLY-SKIPPED  TO WS-HOURLY-SKIPPED
           MOVE PK-RETRO-APPLIED   TO WS-RETRO-APPLIED
           MOVE PK-ALLOC-SPLIT     TO WS-ALLOC-SPLIT
           MOVE PK-ALLOC-REJECTED  TO WS-ALLOC-REJECTED

           MOVE PK-DEPT-ENTRIES    TO WS-DEPT-ENTRIES
           MOVE PK-DEPT-TABLE      TO WS-DEPT-TABLE
           MOVE PK-DEDCODE-ENTRIES TO WS-DEDCODE-ENTRIES
           MOVE PK-DEDCODE-TABLE   TO WS-DEDCODE-TABLE
           *> A checkpoint taken before withholding was kept by
           *> jurisdiction carries no table: everything it withheld
           *> was under the default set.
           IF PK-JURIS-ENTRIES NUMERIC
               MOVE PK-JURIS-ENTRIES TO WS-JURIS-ENTRIES
               MOVE PK-JURIS-TABLE   TO WS-JURIS-TABLE
           ELSE
               MOVE 1 TO WS-JURIS-ENTRIES
               MOVE SPACES TO WS-JURIS-CODE(1)
               MOVE PK-WITHHOLD-TOTAL TO WS-JURIS-TOTAL(1)
           END-IF
           MOVE PK-ERCODE-ENTRIES  TO WS-ERCODE-ENTRIES
           MOVE PK-ERCODE-TABLE    TO WS-ERCODE-TABLE

           *> Adjustments already paid are matched back by employee
           *> and from-period; one the broken run already took off
           *> RETROADJ.DAT simply is not there to match.
           PERFORM VARYING WS-RETRO-INDEX FROM 1 BY 1
                   UNTIL WS-RETRO-INDEX > WS-RETRO-COUNT
               PERFORM VARYING WS-PCK-INDEX FROM 1 BY 1
                       UNTIL WS-PCK-INDEX > PK-RETRO-DONE-COUNT
                   IF PK-RD-EMP-ID(WS-PCK-INDEX)
                           = WS-RT-EMP-ID(WS-RETRO-INDEX)
                           AND PK-RD-FROM(WS-PCK-INDEX)
                           = WS-RT-FROM(WS-RETRO-INDEX)
                       MOVE "Y" TO WS-RT-APPLIED(WS-RETRO-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-TIMECARD-INDEX FROM 1 BY 1
                   UNTIL WS-TIMECARD-INDEX > WS-TIMECARD-COUNT
               MOVE PK-TIMECARD-USED(WS-TIMECARD-INDEX)
                   TO WS-TC-USED(WS-TIMECARD-INDEX)
           END-PERFORM
           PERFORM VARYING WS-LEAVE-INDEX FROM 1 BY 1
                   UNTIL WS-LEAVE-INDEX > WS-LEAVE-COUNT
               MOVE PK-LEAVE-USED(WS-LEAVE-INDEX)
                   TO WS-LV-USED(WS-LEAVE-INDEX)
           END-PERFORM.

       MARK-PERIOD-IN-PROGRESS.
           *> From the first checkpoint on, the period shows "I"
           *> rather than paid or open: the paid date and override
           *> flag of any earlier run stay as they were until this
           *> one finishes.
           IF WS-PERIOD-FILE-OK = "Y"
               MOVE WS-PAY-PERIOD TO PC-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       MOVE SPACES TO PERIOD-RECORD
                       MOVE WS-PAY-PERIOD TO PC-PERIOD
                       MOVE "I" TO PC-STATUS
                       MOVE 0 TO PC-PAID-DATE
                       MOVE 0 TO PC-CLOSED-DATE
                       MOVE "N" TO PC-OVERRIDE
                       WRITE PERIOD-RECORD
                           INVALID KEY
                               DISPLAY "Unable to mark period "
                                   WS-PAY-PERIOD " in progress."
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "I" TO PC-STATUS
                       REWRITE PERIOD-RECORD
                           INVALID KEY
                               DISPLAY "Unable to mark period "
                                   WS-PAY-PERIOD " in progress."
                       END-REWRITE
               END-READ
           END-IF.

       TAKE-PAY-CHECKPOINT.
           *> The outputs go to disk first, so the checkpoint never
           *> counts a record that a failure could still lose. The
           *> closing checkpoint comes after they are all closed.
           IF WS-PCK-RUN-STATUS = "A"
               PERFORM SYNC-PAY-OUTPUTS
           END-IF

           MOVE SPACES TO PAYCKPT-RECORD
           MOVE WS-PAY-PERIOD      TO PK-PERIOD
           MOVE WS-PCK-RUN-STATUS  TO PK-RUN-STATUS
           MOVE WS-PCK-LAST-ID     TO PK-LAST-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO PK-TAKEN-STAMP
           MOVE WS-PERIOD-OVERRIDE TO PK-OVERRIDE
           MOVE WS-PAYSLIP-FILE-NAME TO PK-PAYSLIP-NAME
           MOVE WS-NEXT-CHEQUE     TO PK-NEXT-CHEQUE
           MOVE WS-EMP-PAID        TO PK-EMP-PAID
           MOVE WS-EMP-SEEN        TO PK-EMP-SEEN
           MOVE WS-GROSS-TOTAL     TO PK-GROSS-TOTAL
           MOVE WS-WITHHOLD-TOTAL  TO PK-WITHHOLD-TOTAL
           MOVE WS-DEDUCT-TOTAL    TO PK-DEDUCT-TOTAL
           MOVE WS-NET-TOTAL       TO PK-NET-TOTAL
           MOVE WS-ANNUAL-TOTAL    TO PK-ANNUAL-TOTAL
           MOVE WS-ERCOST-TOTAL    TO PK-ERCOST-TOTAL
           MOVE WS-BANKPAY-COUNT   TO PK-BANKPAY-COUNT
           MOVE WS-BANKPAY-TOTAL   TO PK-BANKPAY-TOTAL
           MOVE WS-CHEQUE-COUNT    TO PK-CHEQUE-COUNT
           MOVE WS-CHEQUE-TOTAL    TO PK-CHEQUE-TOTAL
           MOVE WS-CHQ-PRINTED     TO PK-CHQ-PRINTED
           MOVE WS-CHQ-PRINTED-AMT TO PK-CHQ-PRINTED-AMT
           MOVE WS-FIRST-CHEQUE    TO PK-FIRST-CHEQUE
           MOVE WS-LAST-CHEQUE     TO PK-LAST-CHEQUE
           MOVE WS-CHQ-NUMBERS-SKIPPED TO PK-CHQ-SKIPPED
           MOVE WS-CHQ-RERUN-VOIDS TO PK-CHQ-RERUN-VOIDS
           MOVE WS-POSPAY-COUNT    TO PK-POSPAY-COUNT
           MOVE WS-POSPAY-TOTAL    TO PK-POSPAY-TOTAL
           MOVE WS-PRENOTES-SENT   TO PK-PRENOTES-SENT
           MOVE WS-PRENOTES-LIVE   TO PK-PRENOTES-LIVE
           MOVE WS-PRENOTES-HELD   TO PK-PRENOTES-HELD
           MOVE WS-ARREARS-ADDED   TO PK-ARREARS-ADDED
           MOVE WS-ARREARS-TAKEN   TO PK-ARREARS-TAKEN
           MOVE WS-LOAN-RECOVERED  TO PK-LOAN-RECOVERED
           MOVE WS-LOANS-CLEARED   TO PK-LOANS-CLEARED
           MOVE WS-HOURLY-SKIPPED  TO PK-HOURLY-SKIPPED
           MOVE WS-RETRO-APPLIED   TO PK-RETRO-APPLIED
           MOVE WS-ALLOC-SPLIT     TO PK-ALLOC-SPLIT
           MOVE WS-ALLOC-REJECTED  TO PK-ALLOC-REJECTED

           MOVE WS-DEPT-ENTRIES    TO PK-DEPT-ENTRIES
           MOVE WS-DEPT-TABLE      TO PK-DEPT-TABLE
           MOVE WS-DEDCODE-ENTRIES TO PK-DEDCODE-ENTRIES
           MOVE WS-DEDCODE-TABLE   TO PK-DEDCODE-TABLE
           MOVE WS-JURIS-ENTRIES   TO PK-JURIS-ENTRIES
           MOVE WS-JURIS-TABLE     TO PK-JURIS-TABLE
           MOVE WS-ERCODE-ENTRIES  TO PK-ERCODE-ENTRIES
           MOVE WS-ERCODE-TABLE    TO PK-ERCODE-TABLE

           MOVE 0 TO PK-RETRO-DONE-COUNT
           PERFORM VARYING WS-RETRO-INDEX FROM 1 BY 1
                   UNTIL WS-RETRO-INDEX > WS-RETRO-COUNT
               IF WS-RT-APPLIED(WS-RETRO-INDEX) = "Y"
                   ADD 1 TO PK-RETRO-DONE-COUNT
                   MOVE WS-RT-EMP-ID(WS-RETRO-INDEX)
                       TO PK-RD-EMP-ID(PK-RETRO-DONE-COUNT)
                   MOVE WS-RT-FROM(WS-RETRO-INDEX)
                       TO PK-RD-FROM(PK-RETRO-DONE-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TIMECARD-INDEX FROM 1 BY 1
                   UNTIL WS-TIMECARD-INDEX > WS-TIMECARD-COUNT
               MOVE WS-TC-USED(WS-TIMECARD-INDEX)
                   TO PK-TIMECARD-USED(WS-TIMECARD-INDEX)
           END-PERFORM
           PERFORM VARYING WS-LEAVE-INDEX FROM 1 BY 1
                   UNTIL WS-LEAVE-INDEX > WS-LEAVE-COUNT
               MOVE WS-LV-USED(WS-LEAVE-INDEX)
                   TO PK-LEAVE-USED(WS-LEAVE-INDEX)
           END-PERFORM

           OPEN OUTPUT PAYCKPT-FILE
           IF WS-PAYCKPT-STATUS NOT = "00"
               DISPLAY "Warning: unable to open PAYCKPT.DAT -"
                   " status " WS-PAYCKPT-STATUS "."
           ELSE
               WRITE PAYCKPT-LINE FROM PAYCKPT-RECORD
               IF WS-PAYCKPT-STATUS NOT = "00"
                   DISPLAY "Warning: pay checkpoint write failed -"
                       " status " WS-PAYCKPT-STATUS "."
               END-IF
               CLOSE PAYCKPT-FILE
           END-IF
           MOVE 0 TO WS-PCK-SINCE.

       SYNC-PAY-OUTPUTS.
           *> Closed and reopened EXTEND so every record written so
           *> far is on disk. One that will not reopen is dropped
           *> the way it would have been had it failed to open at
           *> the start of the run.
           CLOSE PAYSLIP-FILE
           OPEN EXTEND PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "Warning: unable to reopen PAYSLIP.DAT -"
                   " status " WS-PAYSLIP-STATUS "."
           END-IF
           IF WS-PAYEXTR-OK = "Y"
               CLOSE PAYEXTR-FILE
               OPEN EXTEND PAYEXTR-FILE
               IF WS-PAYEXTR-STATUS NOT = "00"
                   DISPLAY "Unable to reopen BANKPAY.DAT - status "
                       WS-PAYEXTR-STATUS "."
                   MOVE "N" TO WS-PAYEXTR-OK
               END-IF
           END-IF
           IF WS-CHEQUE-OK = "Y"
               CLOSE CHEQUE-FILE
               OPEN EXTEND CHEQUE-FILE
               IF WS-CHEQUE-STATUS NOT = "00"
                   DISPLAY "Unable to reopen CHEQUES.DAT - status "
                       WS-CHEQUE-STATUS "."
                   MOVE "N" TO WS-CHEQUE-OK
               END-IF
           END-IF
           IF WS-BANKPRE-OK = "Y"
               CLOSE BANKPRE-FILE
               OPEN EXTEND BANKPRE-FILE
               IF WS-BANKPRE-STATUS NOT = "00"
                   DISPLAY "Unable to reopen BANKPRE.DAT - status "
                       WS-BANKPRE-STATUS "."
                   MOVE "N" TO WS-BANKPRE-OK
               END-IF
           END-IF
           IF WS-CHQ-FILES-OPEN = "Y"
               CLOSE CHQPRINT-FILE
               CLOSE POSPAY-FILE
               OPEN EXTEND CHQPRINT-FILE
               OPEN EXTEND POSPAY-FILE
               IF WS-CHQPRINT-STATUS NOT = "00"
                       OR WS-POSPAY-STATUS NOT = "00"
                   DISPLAY "Warning: unable to reopen CHQPRINT.DAT/"
                       "POSPAY.DAT - status " WS-CHQPRINT-STATUS "/"
                       WS-POSPAY-STATUS ". No more cheques are"
                       " printed this run."
                   MOVE "N" TO WS-CHQ-PRINT-OK
               END-IF
           END-IF.

       MARK-PERIOD-PAID.
           *> The period is marked paid the moment a live run has
           *> posted it, whether or not the footing was clean - the
                   " to the cheque exception report."
           END-IF

           IF WS-PAY-RESTART = "Y"
               OPEN EXTEND PAYEXTR-FILE
           ELSE
               OPEN OUTPUT PAYEXTR-FILE
           END-IF
           IF WS-PAYEXTR-STATUS = "00"
               MOVE "Y" TO WS-PAYEXTR-OK
           ELSE
                   " cycle."
           END-IF

           IF WS-PAY-RESTART = "Y"
               OPEN EXTEND CHEQUE-FILE
           ELSE
               OPEN OUTPUT CHEQUE-FILE
           END-IF
           IF WS-CHEQUE-STATUS = "00"
               MOVE "Y" TO WS-CHEQUE-OK
           ELSE
               DISPLAY "Unable to open CHEQUES.DAT - status "
                   WS-CHEQUE-STATUS ". Cheque exceptions appear in"
                   " this log only."
           END-IF

           PERFORM OPEN-PRENOTE-FILES
           PERFORM OPEN-CHEQUE-PRINTING.

       OPEN-PRENOTE-FILES.
           *> No PRENOTE.DAT means no account has been set up or
           *> changed since prenoting began: every account is live.
           *> Prenotes only go out with the live monthly cycle; a
           *> supplemental run still pays a pending account by
           *> cheque, but proves nothing to the bank.
           MOVE WS-PAY-PERIOD TO WS-BASE-PERIOD
           IF WS-PAY-PERIOD(5:2) > "50"
               SUBTRACT 50 FROM WS-BASE-PERIOD
           END-IF
           OPEN I-O PRENOTE-FILE
           IF WS-PRENOTE-STATUS = "00"
               MOVE "Y" TO WS-PRENOTE-OK
           ELSE
               IF WS-PRENOTE-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open PRENOTE.DAT -"
                       " status " WS-PRENOTE-STATUS ". Every bank"
                       " account is paid as live this cycle."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-MODE = "L"
               IF WS-PAY-RESTART = "Y"
                   OPEN EXTEND BANKPRE-FILE
               ELSE
                   OPEN OUTPUT BANKPRE-FILE
               END-IF
               IF WS-BANKPRE-STATUS = "00"
                   MOVE "Y" TO WS-BANKPRE-OK
               ELSE
                   DISPLAY "Unable to open BANKPRE.DAT - status "
                       WS-BANKPRE-STATUS ". No prenotes are sent"
                       " this cycle."
               END-IF
           END-IF.

       OPEN-CHEQUE-PRINTING.
           MOVE "N" TO WS-CHQ-PRINT-OK
           OPEN I-O CHQREG-FILE
           IF WS-CHQREG-STATUS = "35"
               DISPLAY "CHQREG.DAT does not exist yet - creating it."
               OPEN OUTPUT CHQREG-FILE
               CLOSE CHQREG-FILE
               OPEN I-O CHQREG-FILE
           END-IF
           IF WS-CHQREG-STATUS NOT = "00"
               DISPLAY "Warning: unable to open CHQREG.DAT - status "
                   WS-CHQREG-STATUS ". No cheques are printed this"
                   " run."
               EXIT PARAGRAPH
           END-IF

           *> A missing control record starts the stock at 1; any
           *> number already on the register is skipped and logged
           *> as the cheques are taken, so nothing is reused.
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
           ELSE
               DISPLAY "CHQCTL.DAT not available - status "
                   WS-CHQCTL-STATUS ". Cheque numbers start at 1."
           END-IF

           IF WS-PAY-RESTART = "Y"
               OPEN EXTEND CHQPRINT-FILE
           ELSE
               OPEN OUTPUT CHQPRINT-FILE
           END-IF
           IF WS-CHQPRINT-STATUS NOT = "00"
               DISPLAY "Warning: unable to open CHQPRINT.DAT - status "
                   WS-CHQPRINT-STATUS ". No cheques are printed this"
                   " run."
               CLOSE CHQREG-FILE
               EXIT PARAGRAPH
           END-IF

           *> No cheque goes out that the bank has not been told of.
           IF WS-PAY-RESTART = "Y"
               OPEN EXTEND POSPAY-FILE
           ELSE
               OPEN OUTPUT POSPAY-FILE
           END-IF
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "Warning: unable to open POSPAY.DAT - status "
                   WS-POSPAY-STATUS ". No cheques are printed this"
                   " run."
               CLOSE CHQREG-FILE
               CLOSE CHQPRINT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHQ-PRINT-OK
           MOVE "Y" TO WS-CHQ-FILES-OPEN
           *> A restart's first attempt already voided the earlier
           *> run's cheques; only the numbers it took after its
           *> checkpoint are still to be put right.
           IF WS-PAY-RESTART = "Y"
               PERFORM VOID-UNCOMMITTED-CHEQUES
           ELSE
               IF WS-PERIOD-OVERRIDE = "Y"
                   PERFORM VOID-RERUN-CHEQUES
               END-IF
           END-IF.

       VOID-RERUN-CHEQUES.
           *> A rerun of a paid period prints its cheques afresh, so
           *> every cheque the earlier run issued for the period is
           *> voided on the register and reported void to the bank -
           *> only the new cheques can be cashed.
           MOVE WS-PAY-PERIOD TO CR-PERIOD
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
                       IF CR-PERIOD NOT = WS-PAY-PERIOD
                           MOVE "Y" TO WS-CHQREG-EOF
                       ELSE
                           IF CR-STATUS = "I"
                               PERFORM GET-CHEQUE-COMPANY
                               IF WS-EMP-COMPANY = WS-PAY-COMPANY
                                   PERFORM VOID-ONE-RERUN-CHEQUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHQ-RERUN-VOIDS > 0
               DISPLAY WS-CHQ-RERUN-VOIDS " cheque(s) from the earlier"
                   " run of this period voided - destroy them."
           END-IF.

       VOID-UNCOMMITTED-CHEQUES.
           *> Every number the broken run took from the checkpoint's
           *> next cheque on belongs to a cheque the restart trimmed
           *> off the print and positive-pay files - never released,
           *> so it is marked spoiled rather than voided to the bank,
           *> and the employee's cheque is printed again under a new
           *> number.
           MOVE PK-NEXT-CHEQUE TO CR-CHEQUE-NO
           MOVE "N" TO WS-CHQREG-EOF
           START CHQREG-FILE KEY >= CR-CHEQUE-NO
               INVALID KEY
                   MOVE "Y" TO WS-CHQREG-EOF
           END-START
           PERFORM UNTIL WS-CHQREG-EOF = "Y"
               READ CHQREG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CHQREG-EOF
                   NOT AT END
                       IF CR-STATUS = "I"
                               AND CR-PERIOD = WS-PAY-PERIOD
                               AND CR-OPERATOR-ID = "PAYCYCLE"
                           PERFORM GET-CHEQUE-COMPANY
                       END-IF
                       IF CR-STATUS = "I"
                               AND CR-PERIOD = WS-PAY-PERIOD
                               AND CR-OPERATOR-ID = "PAYCYCLE"
                               AND WS-EMP-COMPANY = WS-PAY-COMPANY
                           MOVE "S"           TO CR-STATUS
                           MOVE "RUN RESTART" TO CR-REASON
                           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
                           REWRITE CHQREG-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to spoil cheque "
                                       CR-CHEQUE-NO " on the"
                                       " register."
                               NOT INVALID KEY
                                   ADD 1 TO WS-RESTART-VOIDS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESTART-VOIDS > 0
               DISPLAY WS-RESTART-VOIDS " cheque number(s) taken after"
                   " the checkpoint marked spoiled - destroy any"
                   " copies printed before the failure."
           END-IF.

       VOID-ONE-RERUN-CHEQUE.
           MOVE "V"              TO CR-STATUS
           MOVE "PERIOD RERUN"   TO CR-REASON
           MOVE "PAYCYCLE"       TO CR-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
           REWRITE CHQREG-RECORD
               INVALID KEY
                   DISPLAY "Unable to void cheque " CR-CHEQUE-NO
                       " on the register."
               NOT INVALID KEY
                   ADD 1 TO WS-CHQ-RERUN-VOIDS
                   MOVE SPACES TO POSPAY-RECORD
                   MOVE "V"           TO PP-ACTION
                   MOVE CR-CHEQUE-NO  TO PP-CHEQUE-NO
                   MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE
                   MOVE CR-AMOUNT     TO PP-AMOUNT
                   MOVE CR-PAYEE      TO PP-PAYEE
                   WRITE POSPAY-RECORD
                   ADD 1 TO WS-POSPAY-COUNT
           END-REWRITE.

       WRITE-BANK-PAYMENT.
           *> One payment record per bank-paid employee; an employee
           *> with no bank record goes to the cheque exception
                   INVALID KEY
                       PERFORM WRITE-CHEQUE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM CHECK-ACCOUNT-PRENOTE
                       IF WS-ACCOUNT-LIVE NOT = "Y"
                           PERFORM WRITE-CHEQUE-EXCEPTION
                       END-IF
                       IF WS-ACCOUNT-LIVE = "Y"
                               AND WS-PAYEXTR-OK = "Y"
                           MOVE SPACES TO PAYEXTR-RECORD
                           MOVE WS-PAY-PERIOD TO BP-PERIOD
                           MOVE EMP-ID        TO BP-EMP-ID
                           MOVE BA-BANK-ID    TO BP-BANK-ID
                           MOVE BA-ACCOUNT    TO BP-ACCOUNT
                           MOVE WS-NET-PAY    TO BP-AMOUNT
                           MOVE WS-PAY-DATE   TO BP-PAY-DATE
                           WRITE PAYEXTR-RECORD
                           ADD 1 TO WS-BANKPAY-COUNT
                           ADD WS-NET-PAY TO WS-BANKPAY-TOTAL
               PERFORM WRITE-CHEQUE-EXCEPTION
           END-IF.

       CHECK-ACCOUNT-PRENOTE.
           *> Money goes to an account only once a prenote to it has
           *> been out for a whole period and not come back. A bank
           *> master changed behind PRENOTE.DAT's back is treated as
           *> a new account and proved like one.
           MOVE "Y" TO WS-ACCOUNT-LIVE
           IF WS-PRENOTE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-ID TO PN-EMP-ID
           READ PRENOTE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PN-BANK-ID NOT = BA-BANK-ID
                   OR PN-ACCOUNT NOT = BA-ACCOUNT
               MOVE "P"        TO PN-STATUS
               MOVE BA-BANK-ID TO PN-BANK-ID
               MOVE BA-ACCOUNT TO PN-ACCOUNT
               MOVE WS-RUN-DATE TO PN-CHANGED-DATE
               MOVE 0          TO PN-SENT-PERIOD
               MOVE 0          TO PN-LIVE-PERIOD
               MOVE SPACES     TO PN-RETURN-CODE
           END-IF

           EVALUATE PN-STATUS
               WHEN "L"
                   EXIT PARAGRAPH
               WHEN "S"
                   IF WS-BASE-PERIOD > PN-SENT-PERIOD
                       MOVE "L" TO PN-STATUS
                       MOVE WS-PAY-PERIOD TO PN-LIVE-PERIOD
                       PERFORM REWRITE-PRENOTE
                       ADD 1 TO WS-PRENOTES-LIVE
                       DISPLAY "Employee ID " EMP-ID " prenote clear"
                           " - deposit account now live."
                       EXIT PARAGRAPH
                   END-IF
                   *> A rerun of the sending period rewrites the
                   *> prenote extract, so the prenote goes again.
                   IF PN-SENT-PERIOD = WS-PAY-PERIOD
                       PERFORM SEND-ONE-PRENOTE
                   END-IF
               WHEN "P"
                   PERFORM SEND-ONE-PRENOTE
               WHEN OTHER
                   DISPLAY "Employee ID " EMP-ID " prenote returned ("
                       PN-RETURN-CODE ") - paid by cheque until the"
                       " account is corrected."
           END-EVALUATE
           MOVE "N" TO WS-ACCOUNT-LIVE
           ADD 1 TO WS-PRENOTES-HELD.

       SEND-ONE-PRENOTE.
           IF WS-BANKPRE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BANKPRE-RECORD
           MOVE WS-PAY-PERIOD TO BR-PERIOD
           MOVE EMP-ID        TO BR-EMP-ID
           MOVE BA-BANK-ID    TO BR-BANK-ID
           MOVE BA-ACCOUNT    TO BR-ACCOUNT
           MOVE 0             TO BR-AMOUNT
           WRITE BANKPRE-RECORD
           ADD 1 TO WS-PRENOTES-SENT
           MOVE "S" TO PN-STATUS
           MOVE WS-PAY-PERIOD TO PN-SENT-PERIOD
           PERFORM REWRITE-PRENOTE.

       REWRITE-PRENOTE.
           REWRITE PRENOTE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update the prenote for Employee"
                       " ID " EMP-ID " - status " WS-PRENOTE-STATUS
                       "."
           END-REWRITE.

       WRITE-CHEQUE-EXCEPTION.
           ADD 1 TO WS-CHEQUE-COUNT
           ADD WS-NET-PAY TO WS-CHEQUE-TOTAL
           MOVE 0 TO WS-CHEQUE-NO
           MOVE WS-PAY-PERIOD TO WS-CHEQUE-FOR-PERIOD
           IF WS-CHQ-PRINT-OK = "Y" AND WS-NET-PAY > 0
               PERFORM PRINT-ONE-CHEQUE
               IF WS-CHEQUE-NO > 0
                   ADD WS-NET-PAY TO WS-CHQ-PRINTED-AMT
               END-IF
           END-IF
           IF WS-CHEQUE-OK = "Y"
               MOVE SPACES TO CHEQUE-RECORD
               MOVE WS-PAY-PERIOD TO CQ-PERIOD
               MOVE EMP-ID        TO CQ-EMP-ID
               MOVE EMP-NAME      TO CQ-EMP-NAME
               MOVE WS-NET-PAY    TO CQ-AMOUNT
               MOVE WS-CHEQUE-NO  TO CQ-CHEQUE-NO
               WRITE CHEQUE-RECORD
           END-IF.

       PRINT-ONE-CHEQUE.
           PERFORM TAKE-CHEQUE-NUMBER
           IF WS-CHQ-TAKEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NET-PAY TO NET-PAY-ED
           MOVE SPACES TO CHQPRINT-REC
           STRING "========================================"
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "CHEQUE NO. " WS-CHEQUE-NO "      DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "PAY TO THE ORDER OF"
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "    " EMP-NAME
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "THE SUM OF          " NET-PAY-ED
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "Employee ID: " EMP-ID "  Period: "
               WS-CHEQUE-FOR-PERIOD
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC
           MOVE SPACES TO CHQPRINT-REC
           STRING "========================================"
               DELIMITED BY SIZE INTO CHQPRINT-REC
           WRITE CHQPRINT-REC

           MOVE SPACES TO POSPAY-RECORD
           MOVE "I"           TO PP-ACTION
           MOVE WS-CHEQUE-NO  TO PP-CHEQUE-NO
           MOVE WS-RUN-DATE   TO PP-ISSUE-DATE
           MOVE WS-NET-PAY    TO PP-AMOUNT
           MOVE EMP-NAME      TO PP-PAYEE
           WRITE POSPAY-RECORD
           ADD 1 TO WS-POSPAY-COUNT
           ADD WS-NET-PAY TO WS-POSPAY-TOTAL

           ADD 1 TO WS-CHQ-PRINTED
           IF WS-FIRST-CHEQUE = 0
               MOVE WS-CHEQUE-NO TO WS-FIRST-CHEQUE
           END-IF
           MOVE WS-CHEQUE-NO TO WS-LAST-CHEQUE.

       TAKE-CHEQUE-NUMBER.
           *> The register write is the claim on a number: one
           *> already there was taken by an earlier run that never
           *> advanced the control record, so it is skipped - and
           *> said so - rather than printed twice.
           MOVE "N" TO WS-CHQ-TAKEN
           MOVE 0 TO WS-CHQ-TRIES
           PERFORM UNTIL WS-CHQ-TAKEN = "Y" OR WS-CHQ-TRIES > 100
               ADD 1 TO WS-CHQ-TRIES
               MOVE SPACES TO CHQREG-RECORD
               MOVE WS-NEXT-CHEQUE    TO CR-CHEQUE-NO
               MOVE "I"               TO CR-STATUS
               MOVE EMP-ID            TO CR-EMP-ID
               MOVE WS-PAY-PERIOD     TO CR-PERIOD
               MOVE EMP-NAME          TO CR-PAYEE
               MOVE WS-NET-PAY        TO CR-AMOUNT
               MOVE WS-RUN-DATE       TO CR-ISSUE-DATE
               MOVE "PAYCYCLE"        TO CR-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO CR-TIMESTAMP
               WRITE CHQREG-RECORD
                   INVALID KEY
                       DISPLAY "Cheque number " WS-NEXT-CHEQUE
                           " is already on the register - skipped."
                       ADD 1 TO WS-CHQ-NUMBERS-SKIPPED
                       ADD 1 TO WS-NEXT-CHEQUE
                   NOT INVALID KEY
                       MOVE WS-NEXT-CHEQUE TO WS-CHEQUE-NO
                       ADD 1 TO WS-NEXT-CHEQUE
                       MOVE "Y" TO WS-CHQ-TAKEN
               END-WRITE
           END-PERFORM

           IF WS-CHQ-TAKEN NOT = "Y"
               DISPLAY "No free cheque number near the control"
                   " record - no more cheques are printed this run."
               MOVE "N" TO WS-CHQ-PRINT-OK
               EXIT PARAGRAPH
           END-IF

           *> Advanced after every cheque, so the control record is
           *> never further behind the register than one cheque.
           OPEN OUTPUT CHQCTL-FILE
           IF WS-CHQCTL-STATUS = "00"
               MOVE WS-NEXT-CHEQUE TO CC-NEXT-NUMBER
               WRITE CHQCTL-RECORD
               CLOSE CHQCTL-FILE
           END-IF
           IF WS-CHQCTL-STATUS NOT = "00"
               DISPLAY "Unable to advance CHQCTL.DAT - status "
                   WS-CHQCTL-STATUS ". Cheque " WS-CHEQUE-NO
                   " is the last printed this run."
               MOVE "N" TO WS-CHQ-PRINT-OK
           END-IF.

       CLOSE-BANK-EXTRACT.
           *> Seal the extract with its control trailer and prove
           *> the handoff: what goes to the bank plus what goes out
           IF WS-BANK-FILE-OK = "Y"
               CLOSE BANK-FILE
           END-IF
           IF WS-BANKPRE-OK = "Y"
               MOVE WS-PRENOTES-SENT TO BCT-RECORD-COUNT
               MOVE 0 TO BCT-AMOUNT-TOTAL
               MOVE SPACES TO BANKPRE-RECORD
               MOVE WS-BANK-CONTROL-LINE TO BANKPRE-RECORD
               WRITE BANKPRE-RECORD
               CLOSE BANKPRE-FILE
           END-IF
           IF WS-PRENOTE-OK = "Y"
               CLOSE PRENOTE-FILE
           END-IF
           PERFORM CLOSE-CHEQUE-PRINTING
           IF WS-PRENOTES-SENT > 0 OR WS-PRENOTES-LIVE > 0
                   OR WS-PRENOTES-HELD > 0
               DISPLAY "Prenotes sent: " WS-PRENOTES-SENT
                   "  accounts gone live: " WS-PRENOTES-LIVE
                   "  on cheque pending prenote: " WS-PRENOTES-HELD
           END-IF

           DISPLAY "Bank extract: " WS-BANKPAY-COUNT " payment(s);"
               " cheque exceptions: " WS-CHEQUE-COUNT "."
           DISPLAY "  Extract amount: " WS-DISPLAY-TOTAL
           MOVE WS-CHEQUE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "  Cheque amount:  " WS-DISPLAY-TOTAL
           IF WS-ADVANCE-TOTAL > 0
               MOVE WS-ADVANCE-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Of which loans: " WS-DISPLAY-TOTAL
           END-IF
           *> Loans paid out ride the same extract and cheques, so
           *> they are proved alongside the net pay.
           IF WS-BANKPAY-TOTAL + WS-CHEQUE-TOTAL
                   NOT = WS-NET-TOTAL + WS-ADVANCE-TOTAL
               DISPLAY "Payments do not add to the net pay total -"
                   " hold the bank handoff."
               MOVE "Y" TO WS-OUT-OF-BALANCE
               DISPLAY "Payments prove to the net pay total."
           END-IF.

       PAY-RETURNED-DEPOSITS.
           *> A returned deposit was already taxed, posted and
           *> costed in its own period - only the money failed to
           *> arrive - so it is paid by cheque alone: no payslip, no
           *> history, no GL. Like the voided-payment reissues, a
           *> rerun of this period prints again whatever the first
           *> run printed, its earlier cheques having been voided.
           IF WS-CHQ-PRINT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CHQREISS-FILE
           IF WS-CHQREISS-STATUS NOT = "00"
               IF WS-CHQREISS-STATUS NOT = "35"
                   DISPLAY "Warning: unable to open CHQREISS.DAT -"
                       " status " WS-CHQREISS-STATUS ". Returned"
                       " deposits are not paid this run."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO RI-KEY
           MOVE "N" TO WS-CHQREISS-EOF
           START CHQREISS-FILE KEY >= RI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHQREISS-EOF
           END-START
           PERFORM UNTIL WS-CHQREISS-EOF = "Y"
               READ CHQREISS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CHQREISS-EOF
                   NOT AT END
                       IF RI-STATUS = "P"
                               OR (RI-STATUS = "I"
                               AND RI-ISSUE-PERIOD = WS-PAY-PERIOD)
                           PERFORM PAY-ONE-RETURNED-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHQREISS-FILE

           IF WS-RETURNS-PAID > 0 OR WS-RETURNS-HELD > 0
               DISPLAY "Returned deposits paid by cheque: "
                   WS-RETURNS-PAID "  held: " WS-RETURNS-HELD
           END-IF.

       PAY-ONE-RETURNED-DEPOSIT.
           MOVE RI-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   IF WS-PAY-COMPANY = WS-HOME-COMPANY
                       DISPLAY "Returned deposit for Employee ID "
                           RI-EMP-ID " period " RI-PERIOD " held -"
                           " not on file."
                       ADD 1 TO WS-RETURNS-HELD
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-EMPLOYEE-COMPANY
           IF WS-EMP-COMPANY NOT = WS-PAY-COMPANY
               EXIT PARAGRAPH
           END-IF

           MOVE RI-AMOUNT TO WS-NET-PAY
           MOVE RI-PERIOD TO WS-CHEQUE-FOR-PERIOD
           MOVE 0 TO WS-CHEQUE-NO
           PERFORM PRINT-ONE-CHEQUE
           IF WS-CHEQUE-NO = 0
               ADD 1 TO WS-RETURNS-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE "I"           TO RI-STATUS
           MOVE WS-CHEQUE-NO  TO RI-CHEQUE-NO
           MOVE WS-PAY-PERIOD TO RI-ISSUE-PERIOD
           REWRITE CHQREISS-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark the returned deposit for"
                       " Employee ID " RI-EMP-ID " paid - cheque "
                       WS-CHEQUE-NO "."
           END-REWRITE
           ADD 1 TO WS-RETURNS-PAID.

       CLOSE-CHEQUE-PRINTING.
           *> The print and positive-pay files stay open after a
           *> mid-run failure stopped the printing, so they are
           *> closed on their own switch, not the print switch.
           IF WS-CHQ-FILES-OPEN = "Y"
               MOVE WS-POSPAY-COUNT TO PCT-RECORD-COUNT
               MOVE WS-POSPAY-TOTAL TO PCT-AMOUNT-TOTAL
               MOVE SPACES TO POSPAY-RECORD
               MOVE WS-POSPAY-CONTROL-LINE TO POSPAY-RECORD
               WRITE POSPAY-RECORD
               CLOSE POSPAY-FILE
               CLOSE CHQPRINT-FILE
               CLOSE CHQREG-FILE
           END-IF

           DISPLAY "Cheques printed: " WS-CHQ-PRINTED
           IF WS-CHQ-PRINTED > 0
               DISPLAY "  Numbers " WS-FIRST-CHEQUE " to "
                   WS-LAST-CHEQUE "; next on the stock "
                   WS-NEXT-CHEQUE "."
               MOVE WS-CHQ-PRINTED-AMT TO WS-DISPLAY-TOTAL
               DISPLAY "  Printed against the cheque list: "
                   WS-DISPLAY-TOTAL
           END-IF
           IF WS-CHQ-NUMBERS-SKIPPED > 0
               DISPLAY "  Numbers skipped (already on the register): "
                   WS-CHQ-NUMBERS-SKIPPED
           END-IF
           IF WS-CHQ-PRINTED-AMT NOT = WS-CHEQUE-TOTAL
               DISPLAY "  Cheque payments not printed - write these"
                   " by hand from the cheque list (number zero)."
           END-IF.

       LOAD-RETRO-ADJUSTMENTS.
           *> A missing RETROADJ.DAT simply means no back pay is
           *> owed this cycle - most months there is none.
                               " ID " WS-RT-EMP-ID(WS-RETRO-INDEX)
                               " was not applied - held on"
                               " RETROADJ.DAT."
                       END-IF
                       *> Another company's adjustments wait on
                       *> the file for its own cycle.
                       IF WS-RT-APPLIED(WS-RETRO-INDEX) NOT = "Y"
                           MOVE SPACES TO RETROADJ-RECORD
                           MOVE WS-RT-EMP-ID(WS-RETRO-INDEX)
                               TO RJ-EMP-ID
               END-IF
           END-IF.

       FIND-OR-ADD-JURISDICTION.
           *> A run with more jurisdictions than the table holds
           *> books the overflow under the default set's credit
           *> rather than losing it from the extract.
           MOVE "N" TO WS-JURIS-FOUND
           PERFORM VARYING WS-JURIS-INDEX FROM 1 BY 1
                   UNTIL WS-JURIS-INDEX > WS-JURIS-ENTRIES
               IF WS-JURIS-CODE(WS-JURIS-INDEX) = WS-EMP-JURISDICTION
                   MOVE "Y" TO WS-JURIS-FOUND
               END-IF
               IF WS-JURIS-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-JURIS-FOUND = "N"
               IF WS-JURIS-ENTRIES < 20
                   ADD 1 TO WS-JURIS-ENTRIES
                   MOVE WS-JURIS-ENTRIES TO WS-JURIS-INDEX
                   MOVE WS-EMP-JURISDICTION
                       TO WS-JURIS-CODE(WS-JURIS-INDEX)
                   MOVE 0 TO WS-JURIS-TOTAL(WS-JURIS-INDEX)
               ELSE
                   DISPLAY "More than 20 tax jurisdictions - "
                       WS-EMP-JURISDICTION " withholding for "
                       EMP-ID " is credited to the first."
                   MOVE 1 TO WS-JURIS-INDEX
               END-IF
           END-IF.

       FIND-OR-ADD-DEDCODE.
           MOVE "N" TO WS-DEDCODE-FOUND
           PERFORM VARYING WS-DEDCODE-INDEX FROM 1 BY 1
           *> One history record per employee per pay period. A rerun
           *> of the same period replaces that period's record rather
           *> than failing, so a restarted cycle never doubles up.
           *> A second payment to the same employee in one
           *> supplemental run adds to the record the first wrote.
           MOVE EMP-ID           TO PH-EMP-ID
           MOVE WS-PAY-PERIOD    TO PH-PERIOD
           IF WS-SUPP-REPEAT = "Y"
               READ PAYHIST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SUPP-REPEAT
               END-READ
           END-IF

           IF WS-SUPP-REPEAT = "Y"
               ADD WS-MONTHLY-SALARY TO PH-GROSS-PAY
               ADD WS-WITHHOLDING    TO PH-WITHHOLDING
               ADD WS-NET-PAY        TO PH-NET-PAY
               ADD WS-DEDUCTIONS     TO PH-DEDUCTIONS
           ELSE
               MOVE EMP-ID           TO PH-EMP-ID
               MOVE WS-PAY-PERIOD    TO PH-PERIOD
               MOVE WS-MONTHLY-SALARY TO PH-GROSS-PAY
               MOVE WS-WITHHOLDING   TO PH-WITHHOLDING
               MOVE WS-NET-PAY       TO PH-NET-PAY
               MOVE WS-DEDUCTIONS    TO PH-DEDUCTIONS
           END-IF

           WRITE PAYHIST-RECORD
               INVALID KEY
                   END-REWRITE
           END-WRITE.

       OPEN-LEAVE-FILES.
           *> Leave is optional the way DEDUCT.DAT is: a shop with no
           *> balances set up runs the cycle exactly as before. A
           *> trial reads the balances but never rewrites them, and
           *> only a live run keeps the slip history.
           IF WS-RUN-MODE = "L"
               OPEN I-O LEAVEBAL-FILE
           ELSE
               OPEN INPUT LEAVEBAL-FILE
           END-IF
           IF WS-LEAVEBAL-STATUS = "00"
               MOVE "Y" TO WS-LEAVEBAL-OK
           ELSE
               MOVE "N" TO WS-LEAVEBAL-OK
               DISPLAY "LEAVEBAL.DAT not available - status "
                   WS-LEAVEBAL-STATUS ". No leave will accrue this"
                   " cycle and paid leave will not be charged."
           END-IF

           IF WS-RUN-MODE = "L"
               OPEN I-O LEAVEHIST-FILE
               IF WS-LEAVEHIST-STATUS = "35"
                   DISPLAY "LEAVEHIST.DAT does not exist yet -"
                       " creating it."
                   OPEN OUTPUT LEAVEHIST-FILE
                   CLOSE LEAVEHIST-FILE
                   OPEN I-O LEAVEHIST-FILE
               END-IF
               IF WS-LEAVEHIST-STATUS = "00"
                   MOVE "Y" TO WS-LEAVEHIST-OK
               ELSE
                   DISPLAY "Warning: unable to open LEAVEHIST.DAT -"
                       " status " WS-LEAVEHIST-STATUS ". Leave lines"
                       " will not reprint for this period."
               END-IF
           END-IF.

       LOAD-LEAVE-TAKEN.
           *> A missing clean file simply means nobody was off this
           *> month (or the edit step hasn't run); balances still
           *> accrue either way.
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00"
               MOVE "N" TO WS-LEAVE-EOF
               PERFORM UNTIL WS-LEAVE-EOF = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-LEAVE-EOF
                       NOT AT END
                           IF WS-LEAVE-COUNT < 500
                               ADD 1 TO WS-LEAVE-COUNT
                               MOVE LV-EMP-ID TO
                                   WS-LV-EMP-ID(WS-LEAVE-COUNT)
                               MOVE LV-TYPE TO
                                   WS-LV-TYPE(WS-LEAVE-COUNT)
                               MOVE LV-DAYS TO
                                   WS-LV-DAYS(WS-LEAVE-COUNT)
                               MOVE "N" TO
                                   WS-LV-USED(WS-LEAVE-COUNT)
                           ELSE
                               DISPLAY "More than 500 leave records"
                                   " - the rest are ignored this"
                                   " cycle."
                               MOVE "Y" TO WS-LEAVE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
               IF WS-LEAVE-COUNT > 0
                   DISPLAY WS-LEAVE-COUNT " leave record(s) loaded"
                       " from LEAVE.DAT."
               END-IF
           END-IF.

       POST-LEAVE-FOR-EMPLOYEE.
           *> Accrue and charge every LEAVEBAL.DAT balance the
           *> employee holds - START at the ID and read the
           *> clustered records off in key order, as
           *> COMPUTE-DEDUCTIONS does - then sweep up whatever
           *> absences no balance claimed.
           MOVE 0 TO WS-EMPLV-COUNT
           MOVE 0 TO WS-UNPAID-DAYS
           MOVE 0 TO WS-UNPAID-AMOUNT

           IF WS-LEAVEBAL-OK = "Y"
               MOVE EMP-ID TO LB-EMP-ID
               MOVE LOW-VALUES TO LB-TYPE
               MOVE "N" TO WS-LEAVEBAL-EOF
               START LEAVEBAL-FILE KEY >= LB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LEAVEBAL-EOF
               END-START
               PERFORM UNTIL WS-LEAVEBAL-EOF = "Y"
                   READ LEAVEBAL-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-LEAVEBAL-EOF
                       NOT AT END
                           IF LB-EMP-ID NOT = EMP-ID
                               MOVE "Y" TO WS-LEAVEBAL-EOF
                           ELSE
                               PERFORM POST-ONE-LEAVE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM CHARGE-REMAINING-LEAVE.

       POST-ONE-LEAVE-BALANCE.
           *> A rerun of a period already posted starts over from
           *> that period's opening balance, so an override rerun
           *> never accrues or charges the same month twice.
           IF LB-LAST-PERIOD = WS-PAY-PERIOD
               MOVE LB-PERIOD-OPENING TO LB-BALANCE
           ELSE
               MOVE LB-BALANCE TO LB-PERIOD-OPENING
           END-IF

           COMPUTE WS-LEAVE-NEW-BAL = LB-BALANCE + LB-ACCRUAL-RATE
           IF LB-MAX-BALANCE > 0
                   AND WS-LEAVE-NEW-BAL > LB-MAX-BALANCE
               MOVE LB-MAX-BALANCE TO WS-LEAVE-NEW-BAL
           END-IF
           IF WS-LEAVE-NEW-BAL > WS-LEAVE-CEILING
               MOVE WS-LEAVE-CEILING TO WS-LEAVE-NEW-BAL
           END-IF
           COMPUTE WS-LEAVE-ACCRUED = WS-LEAVE-NEW-BAL - LB-BALANCE
           MOVE WS-LEAVE-NEW-BAL TO LB-BALANCE

           MOVE 0 TO WS-LEAVE-TAKEN
           PERFORM VARYING WS-LEAVE-INDEX FROM 1 BY 1
                   UNTIL WS-LEAVE-INDEX > WS-LEAVE-COUNT
               IF WS-LV-EMP-ID(WS-LEAVE-INDEX) = EMP-ID
                       AND WS-LV-TYPE(WS-LEAVE-INDEX) = LB-TYPE
                       AND WS-LV-USED(WS-LEAVE-INDEX) = "N"
                   ADD WS-LV-DAYS(WS-LEAVE-INDEX) TO WS-LEAVE-TAKEN
                   MOVE "Y" TO WS-LV-USED(WS-LEAVE-INDEX)
               END-IF
           END-PERFORM

           *> Leave taken past the balance is not refused - the
           *> employee was off either way - it is simply unpaid.
           IF WS-LEAVE-TAKEN > LB-BALANCE
               COMPUTE WS-LEAVE-SHORT = WS-LEAVE-TAKEN - LB-BALANCE
               ADD WS-LEAVE-SHORT TO WS-UNPAID-DAYS
               MOVE WS-LEAVE-SHORT TO WS-LEAVE-DAYS-ED
               DISPLAY "Employee ID " EMP-ID " " LB-TYPE " leave"
                   " exceeds the balance - " WS-LEAVE-DAYS-ED
                   " day(s) unpaid."
               MOVE 0 TO LB-BALANCE
           ELSE
               SUBTRACT WS-LEAVE-TAKEN FROM LB-BALANCE
           END-IF
           MOVE WS-PAY-PERIOD TO LB-LAST-PERIOD

           IF WS-RUN-MODE = "L"
               REWRITE LEAVE-BAL-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite leave balance for"
                           " Employee ID " EMP-ID " " LB-TYPE "."
               END-REWRITE
           END-IF

           IF WS-EMPLV-COUNT < 10
               ADD 1 TO WS-EMPLV-COUNT
               MOVE LB-TYPE TO WS-EMPLV-TYPE(WS-EMPLV-COUNT)
               MOVE WS-LEAVE-ACCRUED
                   TO WS-EMPLV-ACCRUED(WS-EMPLV-COUNT)
               MOVE WS-LEAVE-TAKEN TO WS-EMPLV-TAKEN(WS-EMPLV-COUNT)
               MOVE LB-BALANCE TO WS-EMPLV-BALANCE(WS-EMPLV-COUNT)
           END-IF.

       CHARGE-REMAINING-LEAVE.
           *> UNPD absences come off the pay. A paid type with no
           *> balance behind it (removed since the edit ran) is
           *> unpaid too, and said so. With no LEAVEBAL.DAT at all a
           *> paid absence is left uncharged and reported at end of
           *> run rather than docked from everyone's pay.
           PERFORM VARYING WS-LEAVE-INDEX FROM 1 BY 1
                   UNTIL WS-LEAVE-INDEX > WS-LEAVE-COUNT
               IF WS-LV-EMP-ID(WS-LEAVE-INDEX) = EMP-ID
                       AND WS-LV-USED(WS-LEAVE-INDEX) = "N"
                   IF WS-LV-TYPE(WS-LEAVE-INDEX) = WS-UNPAID-TYPE
                       ADD WS-LV-DAYS(WS-LEAVE-INDEX)
                           TO WS-UNPAID-DAYS
                       MOVE "Y" TO WS-LV-USED(WS-LEAVE-INDEX)
                   ELSE
                       IF WS-LEAVEBAL-OK = "Y"
                           ADD WS-LV-DAYS(WS-LEAVE-INDEX)
                               TO WS-UNPAID-DAYS
                           MOVE "Y" TO WS-LV-USED(WS-LEAVE-INDEX)
                           DISPLAY "Employee ID " EMP-ID " has no "
                               WS-LV-TYPE(WS-LEAVE-INDEX)
                               " balance - leave taken as unpaid."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRORATE-UNPAID-LEAVE.
           *> Salaried pay loses the unpaid days' share of the full
           *> monthly salary, never more than this month's pay. An
           *> hourly employee's unpaid days are simply hours not on
           *> the card, so nothing more comes off.
           IF WS-UNPAID-DAYS > 0 AND EMP-PAY-TYPE NOT = "H"
               PERFORM GET-DAYS-IN-MONTH
               COMPUTE WS-UNPAID-AMOUNT ROUNDED =
                   EMP-MONTHLY-SALARY * WS-UNPAID-DAYS
                       / WS-DAYS-IN-MONTH
               IF WS-UNPAID-AMOUNT > WS-MONTHLY-SALARY
                   MOVE WS-MONTHLY-SALARY TO WS-UNPAID-AMOUNT
               END-IF
               SUBTRACT WS-UNPAID-AMOUNT FROM WS-MONTHLY-SALARY
           END-IF.

       WRITE-LEAVE-HISTORY.
           *> One record per leave type the slip showed, plus an UNPD
           *> record for unpaid days; a rerun of the period replaces
           *> its records the way WRITE-PAY-HISTORY does.
           IF WS-LEAVEHIST-OK = "Y"
               PERFORM VARYING WS-EMPLV-INDEX FROM 1 BY 1
                       UNTIL WS-EMPLV-INDEX > WS-EMPLV-COUNT
                   MOVE EMP-ID TO LH-EMP-ID
                   MOVE WS-PAY-PERIOD TO LH-PERIOD
                   MOVE WS-EMPLV-TYPE(WS-EMPLV-INDEX) TO LH-TYPE
                   MOVE WS-EMPLV-ACCRUED(WS-EMPLV-INDEX)
                       TO LH-ACCRUED
                   MOVE WS-EMPLV-TAKEN(WS-EMPLV-INDEX) TO LH-TAKEN
                   MOVE WS-EMPLV-BALANCE(WS-EMPLV-INDEX)
                       TO LH-BALANCE
                   MOVE 0 TO LH-AMOUNT
                   PERFORM PUT-LEAVE-HISTORY
               END-PERFORM
               IF WS-UNPAID-DAYS > 0
                   MOVE EMP-ID TO LH-EMP-ID
                   MOVE WS-PAY-PERIOD TO LH-PERIOD
                   MOVE WS-UNPAID-TYPE TO LH-TYPE
                   MOVE 0 TO LH-ACCRUED
                   MOVE WS-UNPAID-DAYS TO LH-TAKEN
                   MOVE 0 TO LH-BALANCE
                   MOVE WS-UNPAID-AMOUNT TO LH-AMOUNT
                   PERFORM PUT-LEAVE-HISTORY
               END-IF
           END-IF.

       PUT-LEAVE-HISTORY.
           WRITE LEAVE-HIST-RECORD
               INVALID KEY
                   REWRITE LEAVE-HIST-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write leave history for"
                               " Employee ID " EMP-ID "."
                   END-REWRITE
           END-WRITE.

       LOAD-TIMECARDS.
           *> A missing clean file simply means no hourly staff this
           *> cycle (or the edit step hasn't run) - salaried pay is
           END-EVALUATE.

       COMPUTE-WITHHOLDING.
           CALL "TaxJurisdiction" USING EMP-ID WS-EMP-JURISDICTION
           CALL "TaxModule" USING WS-PRICE-DATE WS-MONTHLY-SALARY
               WS-WITHHOLDING WS-NET-PAY WS-TAX-RATE
               WS-EMP-JURISDICTION.

       WRITE-EMPLOYEE-PAYSLIP.
           MOVE EMP-SALARY         TO ANNUAL-SALARY-ED

           IF WS-RUN-MODE = "S"
               MOVE SPACES TO PAYSLIP-REC
               IF WS-REISSUE-OF NOT = 0
                   STRING "** REISSUE OF " WS-REISSUE-OF " ("
                       WS-BONUS-REASON ") **"
                       DELIMITED BY SIZE INTO PAYSLIP-REC
               ELSE
                   STRING "** BONUS PAYMENT (" WS-BONUS-REASON ") "
                       WS-PAY-PERIOD " **"
                       DELIMITED BY SIZE INTO PAYSLIP-REC
               END-IF
               WRITE PAYSLIP-REC
           END-IF

               DELIMITED BY SIZE INTO PAYSLIP-REC
           WRITE PAYSLIP-REC

           MOVE SPACES TO PAYSLIP-REC
           STRING "Pay Date: " WS-PAY-DATE
               DELIMITED BY SIZE INTO PAYSLIP-REC
           WRITE PAYSLIP-REC

           MOVE SPACES TO PAYSLIP-REC
           STRING "Annual Salary:      " ANNUAL-SALARY-ED
               DELIMITED BY SIZE INTO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF

           IF WS-UNPAID-DAYS > 0
               MOVE WS-UNPAID-DAYS TO WS-LEAVE-DAYS-ED
               MOVE SPACES TO PAYSLIP-REC
               STRING "Unpaid Leave: " WS-LEAVE-DAYS-ED " day(s)"
                   DELIMITED BY SIZE INTO PAYSLIP-REC
               WRITE PAYSLIP-REC
               IF WS-UNPAID-AMOUNT > 0
                   MOVE WS-UNPAID-AMOUNT TO DEDUCTION-ED
                   MOVE SPACES TO PAYSLIP-REC
                   STRING "Less Unpaid Leave:  " DEDUCTION-ED
                       DELIMITED BY SIZE INTO PAYSLIP-REC
                   WRITE PAYSLIP-REC
               END-IF
           END-IF

           MOVE SPACES TO PAYSLIP-REC
           STRING "Tax Withholding:    " WITHHOLDING-ED " "
               WS-EMP-JURISDICTION
               DELIMITED BY SIZE INTO PAYSLIP-REC
           WRITE PAYSLIP-REC

               DELIMITED BY SIZE INTO PAYSLIP-REC
           WRITE PAYSLIP-REC

           *> Leave taken and the balance left after this month,
           *> one line per leave type the employee holds.
           PERFORM VARYING WS-EMPLV-INDEX FROM 1 BY 1
                   UNTIL WS-EMPLV-INDEX > WS-EMPLV-COUNT
               MOVE WS-EMPLV-TAKEN(WS-EMPLV-INDEX)
                   TO WS-LEAVE-DAYS-ED
               MOVE WS-EMPLV-BALANCE(WS-EMPLV-INDEX)
                   TO WS-LEAVE-BAL-ED
               MOVE SPACES TO PAYSLIP-REC
               STRING "Leave " WS-EMPLV-TYPE(WS-EMPLV-INDEX)
                   " taken " WS-LEAVE-DAYS-ED " bal "
                   WS-LEAVE-BAL-ED
                   DELIMITED BY SIZE INTO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-PERFORM

           MOVE SPACES TO PAYSLIP-REC
           STRING "========================================"
               DELIMITED BY SIZE INTO PAYSLIP-REC

       PRINT-REGISTER-TOTALS.
           DISPLAY " "
           DISPLAY "Company:           " WS-PAY-COMPANY
           DISPLAY "Employees paid:    " WS-EMP-PAID
           MOVE WS-GROSS-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Gross pay total:   " WS-DISPLAY-TOTAL
           DISPLAY "Deductions total:  " WS-DISPLAY-TOTAL
           MOVE WS-NET-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Net pay total:     " WS-DISPLAY-TOTAL
           MOVE WS-ERCOST-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Employer cost:     " WS-DISPLAY-TOTAL
           MOVE WS-ANNUAL-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Annual salaries:   " WS-DISPLAY-TOTAL

                       WS-TC-EMP-ID(WS-TIMECARD-INDEX)
                       " was never priced - check the master."
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LEAVE-UNUSED
           PERFORM VARYING WS-LEAVE-INDEX FROM 1 BY 1
                   UNTIL WS-LEAVE-INDEX > WS-LEAVE-COUNT
               IF WS-LV-USED(WS-LEAVE-INDEX) = "N"
                   ADD 1 TO WS-LEAVE-UNUSED
                   DISPLAY "Leave record for Employee ID "
                       WS-LV-EMP-ID(WS-LEAVE-INDEX) " "
                       WS-LV-TYPE(WS-LEAVE-INDEX)
                       " was never charged - check the master."
               END-IF
           END-PERFORM.

       FOOT-TO-TRAILER.
               DISPLAY "No trailer record on EMPLOYEE.DAT - register"
                   " totals could not be footed."
               MOVE "Y" TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-TR-COMPANY-FOUND NOT = "Y"
               DISPLAY "No totals for company " WS-PAY-COMPANY
                   " on the trailer record - register totals could"
                   " not be footed."
               MOVE "Y" TO WS-OUT-OF-BALANCE
           ELSE
               IF WS-EMP-SEEN NOT = WS-TR-RECORD-COUNT
                   DISPLAY "Record count does not foot - company "
                       WS-PAY-COMPANY " trailer " WS-TR-RECORD-COUNT
                       " detail " WS-EMP-SEEN "."
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               END-IF
               IF WS-ANNUAL-TOTAL NOT = WS-TR-TOTAL-SALARY
               END-IF
           END-IF.

       GET-COMPANY-TRAILER-TOTALS.
           *> The register foots to this company's own figures on
           *> the trailer, not the whole file's.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "G" TO CO-ACTION
           MOVE WS-PAY-COMPANY TO CO-COMPANY
           CALL "CompanyTrailer" USING COMPANY-REQUEST EMP-RECORD
           MOVE CO-RESULT TO WS-TR-COMPANY-FOUND
           MOVE CO-COUNT-DELTA TO WS-TR-RECORD-COUNT
           MOVE CO-SALARY-DELTA TO WS-TR-TOTAL-SALARY.

       GET-EMPLOYEE-COMPANY.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-EMP-COMPANY.

       GET-CHEQUE-COMPANY.
           *> A cheque's company is its payee's; a payee since gone
           *> from the master is taken as the home company's.
           MOVE CR-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-DEPT
           END-READ
           PERFORM GET-EMPLOYEE-COMPANY.

       CHARGE-LABOR-COST.
           *> The employee's gross and employer cost go into the
           *> department table the GL debits are written from:
           *> spread over the employee's split when there is one,
           *> otherwise all to EMP-DEPT.
           MOVE "N" TO WS-ALLOC-FOUND
           IF WS-ALLOC-OK = "Y"
               MOVE EMP-ID TO AL-EMP-ID
               READ ALLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-ALLOCATION-TOTAL
               END-READ
           END-IF

           IF WS-ALLOC-FOUND NOT = "Y"
               MOVE EMP-DEPT TO WS-COST-DEPT
               PERFORM FIND-OR-ADD-DEPT
               ADD WS-MONTHLY-SALARY TO WS-DEPT-TOTAL(WS-DEPT-INDEX)
               ADD ER-TOTAL TO WS-DEPT-ERCOST(WS-DEPT-INDEX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ALLOC-SPLIT
           MOVE 0 TO WS-SPREAD-GROSS
           MOVE 0 TO WS-SPREAD-ERCOST
           MOVE 1 TO WS-LARGEST-SHARE
           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                   UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
               IF AL-PERCENT(WS-SHARE-INDEX)
                       > AL-PERCENT(WS-LARGEST-SHARE)
                   MOVE WS-SHARE-INDEX TO WS-LARGEST-SHARE
               END-IF
               COMPUTE WS-SHARE-GROSS =
                   WS-MONTHLY-SALARY * AL-PERCENT(WS-SHARE-INDEX)
                       / 100
               COMPUTE WS-SHARE-ERCOST =
                   ER-TOTAL * AL-PERCENT(WS-SHARE-INDEX) / 100
               MOVE AL-DEPT(WS-SHARE-INDEX) TO WS-COST-DEPT
               PERFORM FIND-OR-ADD-DEPT
               ADD WS-SHARE-GROSS  TO WS-DEPT-TOTAL(WS-DEPT-INDEX)
               ADD WS-SHARE-ERCOST TO WS-DEPT-ERCOST(WS-DEPT-INDEX)
               ADD WS-SHARE-GROSS  TO WS-SPREAD-GROSS
               ADD WS-SHARE-ERCOST TO WS-SPREAD-ERCOST
           END-PERFORM

           *> Each share was cut down, never rounded up, so what is
           *> left over is a few cents at most and never negative.
           MOVE AL-DEPT(WS-LARGEST-SHARE) TO WS-COST-DEPT
           PERFORM FIND-OR-ADD-DEPT
           COMPUTE WS-DEPT-TOTAL(WS-DEPT-INDEX) =
               WS-DEPT-TOTAL(WS-DEPT-INDEX)
                   + WS-MONTHLY-SALARY - WS-SPREAD-GROSS
           COMPUTE WS-DEPT-ERCOST(WS-DEPT-INDEX) =
               WS-DEPT-ERCOST(WS-DEPT-INDEX)
                   + ER-TOTAL - WS-SPREAD-ERCOST.

       CHECK-ALLOCATION-TOTAL.
           *> AllocMaintenance will not save a split that does not
           *> total 100, or one that reaches into another company's
           *> departments, but a damaged record must not leave part
           *> of the pay charged nowhere - or on another entity's
           *> books: it is reported and the employee charged to the
           *> home department instead.
           MOVE 0 TO WS-ALLOC-TOTAL
           MOVE "N" TO WS-ALLOC-FOREIGN
           IF AL-SHARE-COUNT >= 1 AND AL-SHARE-COUNT <= 5
               PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                       UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
                   ADD AL-PERCENT(WS-SHARE-INDEX) TO WS-ALLOC-TOTAL
                   MOVE SPACES TO COMPANY-REQUEST
                   MOVE "D" TO CO-ACTION
                   MOVE AL-DEPT(WS-SHARE-INDEX) TO CO-DEPT
                   CALL "CompanyLookup" USING COMPANY-REQUEST
                   IF CO-COMPANY NOT = WS-PAY-COMPANY
                       MOVE "Y" TO WS-ALLOC-FOREIGN
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ALLOC-TOTAL = 100 AND WS-ALLOC-FOREIGN = "N"
               MOVE "Y" TO WS-ALLOC-FOUND
           ELSE
               ADD 1 TO WS-ALLOC-REJECTED
               IF WS-ALLOC-FOREIGN = "Y"
                   DISPLAY "Warning: ALLOCMAST.DAT split for employee "
                       EMP-ID " names another company's department"
                       " - charged to " EMP-DEPT "."
               ELSE
                   DISPLAY "Warning: ALLOCMAST.DAT split for employee "
                       EMP-ID " does not total 100 - charged to "
                       EMP-DEPT "."
               END-IF
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               IF WS-DEPT-NAME(WS-DEPT-INDEX) = WS-COST-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
               IF WS-DEPT-FOUND = "Y"
           IF WS-DEPT-FOUND = "N"
               ADD 1 TO WS-DEPT-ENTRIES
               MOVE WS-DEPT-ENTRIES TO WS-DEPT-INDEX
               MOVE WS-COST-DEPT TO WS-DEPT-NAME(WS-DEPT-INDEX)
               MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-INDEX)
               MOVE 0 TO WS-DEPT-ERCOST(WS-DEPT-INDEX)
           END-IF.

       BALANCE-GL-IN-STORAGE.
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               ADD WS-DEPT-TOTAL(WS-DEPT-INDEX)
                   TO WS-GL-DEBIT-TOTAL
               ADD WS-DEPT-ERCOST(WS-DEPT-INDEX)
                   TO WS-GL-DEBIT-TOTAL
           END-PERFORM

           ADD WS-NET-TOTAL      TO WS-GL-CREDIT-TOTAL
               ADD WS-DEDCODE-TOTAL(WS-DEDCODE-INDEX)
                   TO WS-GL-CREDIT-TOTAL
           END-PERFORM
           PERFORM VARYING WS-ERCODE-INDEX FROM 1 BY 1
                   UNTIL WS-ERCODE-INDEX > WS-ERCODE-ENTRIES
               ADD WS-ERCODE-TOTAL(WS-ERCODE-INDEX)
                   TO WS-GL-CREDIT-TOTAL
           END-PERFORM
           ADD WS-LOAN-RECOVERED TO WS-GL-CREDIT-TOTAL

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               MOVE WS-GL-DEBIT-TOTAL TO WS-DISPLAY-TOTAL
           END-IF.

       WRITE-GL-EXTRACT.
           *> One salary-expense debit per department (an employee
           *> on a labor-cost split is already spread over the
           *> split's departments in the table), balanced by a
           *> net-pay credit and a withholding-liability credit. The
           *> extract only counts as acceptable to Finance when its
           *> debits equal its credits AND the detail this run paid
               END-IF
               ADD WS-NET-TOTAL TO WS-GL-CREDIT-TOTAL

               *> One withholding-liability credit per tax
               *> jurisdiction, the jurisdiction standing in the
               *> department column the way a deduction code does for
               *> DEDLIAB: a GLMAP.DAT row (TAXLIAB, jurisdiction)
               *> sends each authority's withholding to its own
               *> account, and the (TAXLIAB, spaces) row takes the
               *> default set and any jurisdiction not yet mapped.
               PERFORM VARYING WS-JURIS-INDEX FROM 1 BY 1
                       UNTIL WS-JURIS-INDEX > WS-JURIS-ENTRIES
                   MOVE "TAXLIAB" TO WS-MAP-TYPE
                   MOVE WS-JURIS-CODE(WS-JURIS-INDEX) TO WS-MAP-DEPT
                   PERFORM RESOLVE-POSTING-CODES
                   IF WS-MAP-FOUND = "Y"
                       MOVE SPACES TO GL-RECORD
                       MOVE WS-PAY-PERIOD   TO GL-PERIOD
                       MOVE WS-MAP-ACCOUNT  TO GL-ACCOUNT
                       MOVE WS-MAP-DEPT-OUT TO GL-DEPT
                       MOVE "C"             TO GL-DEBIT-CREDIT
                       MOVE WS-JURIS-TOTAL(WS-JURIS-INDEX)
                           TO GL-AMOUNT
                       WRITE GL-RECORD
                   END-IF
                   ADD WS-JURIS-TOTAL(WS-JURIS-INDEX)
                       TO WS-GL-CREDIT-TOTAL
               END-PERFORM

               *> One liability credit per deduction code, so the
               *> premiums and garnishments withheld from net pay
                       TO WS-GL-CREDIT-TOTAL
               END-PERFORM

               PERFORM WRITE-LOAN-POSTINGS
               PERFORM WRITE-EMPLOYER-COST-POSTINGS

               CLOSE GL-FILE
               IF WS-DEPTM-OK = "Y"
                   CLOSE DEPT-FILE
               END-IF
           END-IF.

       WRITE-LOAN-POSTINGS.
           *> Money lent is an asset, not pay. A loan paid out by a
           *> supplemental run debits the loan receivable (LOANREC)
           *> and credits its own ADVPAY payable, which the bank and
           *> cheque payments clear; an instalment the monthly
           *> cycle recovered credits the receivable back, the
           *> other side of the gross-pay debit it came out of.
           IF WS-ADVANCE-TOTAL > 0
               MOVE "LOANREC" TO WS-MAP-TYPE
               MOVE SPACES    TO WS-MAP-DEPT
               PERFORM RESOLVE-POSTING-CODES
               IF WS-MAP-FOUND = "Y"
                   MOVE SPACES TO GL-RECORD
                   MOVE WS-PAY-PERIOD    TO GL-PERIOD
                   MOVE WS-MAP-ACCOUNT   TO GL-ACCOUNT
                   MOVE WS-MAP-DEPT-OUT  TO GL-DEPT
                   MOVE "D"              TO GL-DEBIT-CREDIT
                   MOVE WS-ADVANCE-TOTAL TO GL-AMOUNT
                   WRITE GL-RECORD
               END-IF
               ADD WS-ADVANCE-TOTAL TO WS-GL-DEBIT-TOTAL

               MOVE "ADVPAY" TO WS-MAP-TYPE
               MOVE SPACES   TO WS-MAP-DEPT
               PERFORM RESOLVE-POSTING-CODES
               IF WS-MAP-FOUND = "Y"
                   MOVE SPACES TO GL-RECORD
                   MOVE WS-PAY-PERIOD    TO GL-PERIOD
                   MOVE WS-MAP-ACCOUNT   TO GL-ACCOUNT
                   MOVE WS-MAP-DEPT-OUT  TO GL-DEPT
                   MOVE "C"              TO GL-DEBIT-CREDIT
                   MOVE WS-ADVANCE-TOTAL TO GL-AMOUNT
                   WRITE GL-RECORD
               END-IF
               ADD WS-ADVANCE-TOTAL TO WS-GL-CREDIT-TOTAL
           END-IF

           IF WS-LOAN-RECOVERED > 0
               MOVE "LOANREC" TO WS-MAP-TYPE
               MOVE SPACES    TO WS-MAP-DEPT
               PERFORM RESOLVE-POSTING-CODES
               IF WS-MAP-FOUND = "Y"
                   MOVE SPACES TO GL-RECORD
                   MOVE WS-PAY-PERIOD     TO GL-PERIOD
                   MOVE WS-MAP-ACCOUNT    TO GL-ACCOUNT
                   MOVE WS-MAP-DEPT-OUT   TO GL-DEPT
                   MOVE "C"               TO GL-DEBIT-CREDIT
                   MOVE WS-LOAN-RECOVERED TO GL-AMOUNT
                   WRITE GL-RECORD
               END-IF
               ADD WS-LOAN-RECOVERED TO WS-GL-CREDIT-TOTAL
           END-IF.

       WRITE-EMPLOYER-COST-POSTINGS.
           *> The employer's side rides the same extract: one
           *> ERCEXP expense debit per department that carried any
           *> employer cost, balanced by one ERCLIAB liability credit
           *> per contribution code - the two sides foot to each
           *> other on their own, so the extract's overall balance
           *> check still proves the employee side as it always has.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               IF WS-DEPT-ERCOST(WS-DEPT-INDEX) > 0
                   MOVE "ERCEXP" TO WS-MAP-TYPE
                   MOVE WS-DEPT-NAME(WS-DEPT-INDEX) TO WS-MAP-DEPT
                   PERFORM RESOLVE-POSTING-CODES
                   IF WS-MAP-FOUND = "Y"
                       MOVE SPACES TO GL-RECORD
                       MOVE WS-PAY-PERIOD    TO GL-PERIOD
                       MOVE WS-MAP-ACCOUNT   TO GL-ACCOUNT
                       MOVE WS-MAP-DEPT-OUT  TO GL-DEPT
                       MOVE "D"              TO GL-DEBIT-CREDIT
                       MOVE WS-DEPT-ERCOST(WS-DEPT-INDEX)
                           TO GL-AMOUNT
                       WRITE GL-RECORD
                   END-IF
                   ADD WS-DEPT-ERCOST(WS-DEPT-INDEX)
                       TO WS-GL-DEBIT-TOTAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ERCODE-INDEX FROM 1 BY 1
                   UNTIL WS-ERCODE-INDEX > WS-ERCODE-ENTRIES
               IF WS-ERCODE-TOTAL(WS-ERCODE-INDEX) > 0
                   MOVE "ERCLIAB" TO WS-MAP-TYPE
                   MOVE WS-ERCODE-CODE(WS-ERCODE-INDEX)
                       TO WS-MAP-DEPT
                   PERFORM RESOLVE-POSTING-CODES
                   IF WS-MAP-FOUND = "Y"
                       MOVE SPACES TO GL-RECORD
                       MOVE WS-PAY-PERIOD   TO GL-PERIOD
                       MOVE WS-MAP-ACCOUNT  TO GL-ACCOUNT
                       MOVE WS-MAP-DEPT-OUT TO GL-DEPT
                       MOVE "C"             TO GL-DEBIT-CREDIT
                       MOVE WS-ERCODE-TOTAL(WS-ERCODE-INDEX)
                           TO GL-AMOUNT
                       WRITE GL-RECORD
                   END-IF
                   ADD WS-ERCODE-TOTAL(WS-ERCODE-INDEX)
                       TO WS-GL-CREDIT-TOTAL
               END-IF
           END-PERFORM.

       ROLL-EXTRACT-INTO-YTD.
           *> The extract file holds one cycle and is recreated
           *> every run, so the year-end statement run could never
