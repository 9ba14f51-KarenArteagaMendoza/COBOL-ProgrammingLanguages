       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuarterlyReturn.

      *> Quarterly withholding remittance return. Reads PAYHIST.DAT
      *> in PH-KEY order for the three months of the requested
      *> quarter (plus any supplemental bonus periods filed under
      *> those months), writes the return detail - one line per
      *> employee with gross and withholding - and the company
      *> summary, then foots the regular-month totals to the
      *> quarter's salary-expense and withholding-liability postings
      *> on GLYTD.DAT, the way AnnualStatement foots the year.
      *> Payments voided by PayVoid and booked in the quarter are
      *> listed after the detail and taken off the amount to remit;
      *> their reversals travel on the void extract, not the
      *> year-to-date feed, so they stay out of the foot. A
      *> return is only built off sealed months: every month of the
      *> quarter must be closed on PERIODCTL.DAT, or the run refuses
      *> before reading anything. The return code is nonzero when
      *> the run refuses or the footing fails, so the filing step
      *> never goes out on figures that disagree with the ledger.
      *> Each company (legal entity) files its own return: a run
      *> covers the employees whose current department belongs to
      *> the company asked for, checked against that company's own
      *> period control and year-to-date feed, into its own return
      *> file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN DYNAMIC WS-PAYHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT GL-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT RETURN-FILE ASSIGN DYNAMIC WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT GLMAP-FILE ASSIGN DYNAMIC WS-GLMAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PAYADJ-FILE ASSIGN DYNAMIC WS-PAYADJ-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PAYADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
           COPY "payhist.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

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

       FD RETURN-FILE.
       01 RETURN-REC          PIC X(70).

      *> The same chart-of-accounts mapping the pay cycle writes
      *> the extract with, read in reverse to classify a Finance
      *> account number back to the posting type behind it.
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GLM-TYPE         PIC X(7).
           05 FILLER           PIC X(1).
           05 GLM-DEPT         PIC X(10).
           05 FILLER           PIC X(1).
           05 GLM-ACCOUNT      PIC X(10).
           05 FILLER           PIC X(1).
           05 GLM-COST-CENTER  PIC X(6).

       FD PERIOD-FILE.
           COPY "periodrec.cpy".

       FD PAYADJ-FILE.
           COPY "payadj.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-GL-FILE-NAME      PIC X(40) VALUE "GLYTD.DAT".
       01 WS-RETURN-FILE-NAME  PIC X(40) VALUE "QTRRTN.DAT".
       01 WS-GLMAP-FILE-NAME   PIC X(40) VALUE "GLMAP.DAT".
       01 WS-PERIOD-FILE-NAME  PIC X(40) VALUE "PERIODCTL.DAT".
       01 WS-PAYADJ-FILE-NAME  PIC X(40) VALUE "PAYADJ.DAT".

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-GL-STATUS       PIC X(2) VALUE SPACE.
       01 WS-RETURN-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PERIOD-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PAYADJ-EOF      PIC X VALUE "N".
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-HIST-EOF        PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".

       01 WS-REPORT-YEAR     PIC 9(4).
       01 WS-REPORT-QUARTER  PIC 9(1).
       01 WS-FIRST-MONTH     PIC 9(2).
       01 WS-LAST-MONTH      PIC 9(2).
       01 WS-CHECK-MONTH     PIC 9(2).
       01 WS-RUN-STAMP       PIC X(21).
       01 WS-REFUSED         PIC X VALUE "N".

       *> The company filing (blank = the home company), and
       *> whether the employee in hand belongs to it - decided once
       *> per employee.
       01 WS-RETURN-COMPANY  PIC X(4) VALUE SPACE.
       01 WS-HOME-COMPANY    PIC X(4) VALUE SPACE.
       01 WS-CHECK-EMP-ID    PIC 9(5) VALUE 0.
       01 WS-CHECKED-EMP-ID  PIC 9(5) VALUE 0.
       01 WS-CHECKED-IN      PIC X VALUE "N".
           COPY "companyreq.cpy".

       *> A history record belongs to the quarter when its month -
       *> or, for a supplemental bonus period filed at month+50,
       *> its month less fifty - falls inside the quarter.
       01 WS-PERIOD-MM       PIC 9(2).
       01 WS-BASE-MM         PIC 9(2).
       01 WS-IN-QUARTER      PIC X VALUE "N".

       *> Current employee's accumulation: the detail line is
       *> written at the change of PH-EMP-ID.
       01 WS-CURR-EMP-ID     PIC 9(5) VALUE 0.
       01 WS-HAVE-EMPLOYEE   PIC X VALUE "N".
       01 WS-EMP-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-EMP-WITHHOLD    PIC 9(9)V99 VALUE 0.

       01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01 WS-TOTAL-GROSS     PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-WITHHOLD  PIC 9(11)V99 VALUE 0.

       *> Regular-month slice footed to the GL feed; the
       *> supplemental slice is on the return (its withholding is
       *> remitted like any other) but posted to the bonus extract,
       *> so it is carried separately and left out of the foot.
       01 WS-FOOT-GROSS      PIC 9(11)V99 VALUE 0.
       01 WS-FOOT-WITHHOLD   PIC 9(11)V99 VALUE 0.
       01 WS-SUPP-GROSS      PIC 9(11)V99 VALUE 0.
       01 WS-SUPP-WITHHOLD   PIC 9(11)V99 VALUE 0.

       *> Voids booked in the quarter, off PAYADJ.DAT.
       01 WS-VOID-COUNT      PIC 9(5) VALUE 0.
       01 WS-VOID-GROSS      PIC 9(11)V99 VALUE 0.
       01 WS-VOID-WITHHOLD   PIC 9(11)V99 VALUE 0.
       01 WS-NET-REMIT       PIC S9(11)V99 VALUE 0.
       01 WS-POST-MM         PIC 9(2).

       01 WS-GLMAP-STATUS    PIC X(2) VALUE SPACE.
       01 WS-GLMAP-OK        PIC X VALUE "N".
       01 WS-GLMAP-EOF       PIC X VALUE "N".
       01 WS-GLMAP-COUNT     PIC 9(3) VALUE 0.
       01 WS-GLMAP-INDEX     PIC 9(3).
       01 WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 100 TIMES.
               10 GM-TYPE        PIC X(7).
               10 GM-ACCOUNT     PIC X(10).
       01 WS-POSTING-TYPE    PIC X(10).
       01 WS-TYPE-FOUND      PIC X VALUE "N".

       01 WS-GL-GROSS        PIC 9(11)V99 VALUE 0.
       01 WS-GL-WITHHOLD     PIC 9(11)V99 VALUE 0.
       01 WS-GL-LINES        PIC 9(6) VALUE 0.

       *> The quarter's withholding as posted, by liability account
       *> and cost center - one line per tax authority, since the
       *> pay cycle credits each jurisdiction's withholding on its
       *> own - so each remittance can be footed separately.
       01 WS-AUTH-ENTRIES    PIC 9(3) VALUE 0.
       01 WS-AUTH-INDEX      PIC 9(3).
       01 WS-AUTH-FOUND      PIC X VALUE "N".
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 20 TIMES.
               10 WS-AUTH-ACCOUNT  PIC X(10).
               10 WS-AUTH-DEPT     PIC X(10).
               10 WS-AUTH-TOTAL    PIC 9(11)V99.
       01 WS-OUT-OF-BALANCE  PIC X VALUE "N".

       01 WS-RETURN-NAME     PIC X(30).
       01 GROSS-ED           PIC $Z,ZZZ,ZZZ.99.
       01 WITHHOLD-ED        PIC $Z,ZZZ,ZZZ.99.
       01 TOTAL-ED           PIC $ZZ,ZZZ,ZZZ,ZZZ.99.
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "QuarterlyReturn" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           DISPLAY "Enter return year (YYYY):"
           ACCEPT WS-REPORT-YEAR
           DISPLAY "Enter quarter (1-4):"
           ACCEPT WS-REPORT-QUARTER
           IF WS-REPORT-QUARTER < 1 OR WS-REPORT-QUARTER > 4
               DISPLAY "Quarter must be 1 through 4."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Enter company (blank = home company):"
           ACCEPT WS-RETURN-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-RETURN-COMPANY)
               TO WS-RETURN-COMPANY
           PERFORM QUALIFY-COMPANY-FILES
           COMPUTE WS-FIRST-MONTH = WS-REPORT-QUARTER * 3 - 2
           COMPUTE WS-LAST-MONTH  = WS-REPORT-QUARTER * 3

           PERFORM CHECK-QUARTER-CLOSED
           IF WS-REFUSED = "Y"
               MOVE "RFSD" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "Unable to open PAYHIST.DAT - status "
                   WS-PAYHIST-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "Unable to open the return file - status "
                   WS-RETURN-STATUS "."
               CLOSE PAYHIST-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> The master supplies names only; every money figure on
           *> the return comes from the history.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-FILE-OK
           ELSE
               DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                   " status " WS-EMP-STATUS ". The return will carry"
                   " IDs without names."
           END-IF

           PERFORM WRITE-RETURN-HEADING

           READ PAYHIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
           END-READ

           PERFORM UNTIL WS-HIST-EOF = "Y"
               ADD 1 TO RL-RECORDS-READ
               PERFORM CHECK-IN-QUARTER
               IF WS-IN-QUARTER = "Y"
                   MOVE PH-EMP-ID TO WS-CHECK-EMP-ID
                   PERFORM CHECK-EMPLOYEE-COMPANY
               END-IF
               IF WS-IN-QUARTER = "Y" AND WS-CHECKED-IN = "Y"
                   IF WS-HAVE-EMPLOYEE = "Y"
                           AND PH-EMP-ID NOT = WS-CURR-EMP-ID
                       PERFORM WRITE-RETURN-DETAIL
                   END-IF
                   PERFORM TAKE-HISTORY-RECORD
               END-IF

               READ PAYHIST-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
               END-READ
           END-PERFORM

           IF WS-HAVE-EMPLOYEE = "Y"
               PERFORM WRITE-RETURN-DETAIL
           END-IF

           CLOSE PAYHIST-FILE

           PERFORM WRITE-VOIDED-PAYMENTS
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF
           PERFORM WRITE-RETURN-SUMMARY
           CLOSE RETURN-FILE

           PERFORM FOOT-TO-GL-FEED

           DISPLAY "Quarterly return written to "
               FUNCTION TRIM(WS-RETURN-FILE-NAME) " - "
               WS-DETAIL-COUNT " employee(s) for " WS-REPORT-YEAR
               " Q" WS-REPORT-QUARTER "."

           MOVE WS-DETAIL-COUNT TO RL-RECORDS-WRITTEN
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "OOB" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero, and this code is what stops the filing.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-PAYHIST-FILE-NAME FROM ENVIRONMENT "PAYHIST"
               ON EXCEPTION
                   MOVE "PAYHIST.DAT" TO WS-PAYHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GL-FILE-NAME FROM ENVIRONMENT "GLYTD"
               ON EXCEPTION
                   MOVE "GLYTD.DAT" TO WS-GL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-RETURN-FILE-NAME FROM ENVIRONMENT "QTRRTN"
               ON EXCEPTION
                   MOVE "QTRRTN.DAT" TO WS-RETURN-FILE-NAME
           END-ACCEPT
           ACCEPT WS-GLMAP-FILE-NAME FROM ENVIRONMENT "GLMAP"
               ON EXCEPTION
                   MOVE "GLMAP.DAT" TO WS-GLMAP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PERIOD-FILE-NAME FROM ENVIRONMENT "PERIODCTL"
               ON EXCEPTION
                   MOVE "PERIODCTL.DAT" TO WS-PERIOD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PAYADJ-FILE-NAME FROM ENVIRONMENT "PAYADJ"
               ON EXCEPTION
                   MOVE "PAYADJ.DAT" TO WS-PAYADJ-FILE-NAME
           END-ACCEPT.

       QUALIFY-COMPANY-FILES.
           *> Another company's return is checked against its own
           *> period control and year-to-date feed and written to
           *> its own file; a name the JCL has set is taken as given.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-HOME-COMPANY
           IF WS-RETURN-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-RETURN-COMPANY
           END-IF

           MOVE "F" TO CO-ACTION
           MOVE WS-RETURN-COMPANY TO CO-COMPANY
           IF WS-GL-FILE-NAME = "GLYTD.DAT"
               MOVE WS-GL-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-GL-FILE-NAME
           END-IF
           IF WS-RETURN-FILE-NAME = "QTRRTN.DAT"
               MOVE WS-RETURN-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-RETURN-FILE-NAME
           END-IF
           IF WS-PERIOD-FILE-NAME = "PERIODCTL.DAT"
               MOVE WS-PERIOD-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-PERIOD-FILE-NAME
           END-IF.

       CHECK-EMPLOYEE-COMPANY.
           *> An employee belongs to the company of their current
           *> department, the same simplification the GL extract
           *> makes; anyone no longer on the master (or with the
           *> master unavailable) is the home company's.
           IF WS-CHECK-EMP-ID = WS-CHECKED-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-EMP-ID TO WS-CHECKED-EMP-ID
           MOVE SPACES TO COMPANY-REQUEST
           IF WS-EMP-FILE-OK = "Y"
               MOVE WS-CHECK-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO CO-DEPT
               END-READ
           END-IF
           MOVE "D" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY = WS-RETURN-COMPANY
               MOVE "Y" TO WS-CHECKED-IN
           ELSE
               MOVE "N" TO WS-CHECKED-IN
           END-IF.

       CHECK-QUARTER-CLOSED.
           *> Only a sealed month is filed: an open month may not
           *> have been paid yet, and a paid one can still be rerun
           *> on an operations override, so either would leave the
           *> return short or stale. Every month of the quarter has
           *> to be on PERIODCTL.DAT and closed.
           MOVE "N" TO WS-REFUSED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "Unable to open PERIODCTL.DAT - status "
                   WS-PERIOD-STATUS ". The quarter cannot be shown"
                   " to be closed."
               MOVE "Y" TO WS-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHECK-MONTH FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-CHECK-MONTH > WS-LAST-MONTH
               COMPUTE PC-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-CHECK-MONTH
               READ PERIOD-FILE
                   INVALID KEY
                       DISPLAY "Period " PC-PERIOD " is not on"
                           " PERIODCTL.DAT - never paid."
                       MOVE "Y" TO WS-REFUSED
                   NOT INVALID KEY
                       IF PC-STATUS NOT = "C"
                           DISPLAY "Period " PC-PERIOD " is not"
                               " closed yet (status " PC-STATUS
                               ")."
                           MOVE "Y" TO WS-REFUSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE

           IF WS-REFUSED = "Y"
               DISPLAY "Return refused - close every month of "
                   WS-REPORT-YEAR " Q" WS-REPORT-QUARTER
                   " before filing."
           END-IF.

       CHECK-IN-QUARTER.
           MOVE "N" TO WS-IN-QUARTER
           IF PH-PERIOD(1:4) = WS-REPORT-YEAR
               MOVE PH-PERIOD(5:2) TO WS-PERIOD-MM
               IF WS-PERIOD-MM > 50
                   COMPUTE WS-BASE-MM = WS-PERIOD-MM - 50
               ELSE
                   MOVE WS-PERIOD-MM TO WS-BASE-MM
               END-IF
               IF WS-BASE-MM >= WS-FIRST-MONTH
                       AND WS-BASE-MM <= WS-LAST-MONTH
                   MOVE "Y" TO WS-IN-QUARTER
               END-IF
           END-IF.

       TAKE-HISTORY-RECORD.
           IF WS-HAVE-EMPLOYEE NOT = "Y"
               MOVE PH-EMP-ID TO WS-CURR-EMP-ID
               MOVE "Y" TO WS-HAVE-EMPLOYEE
               MOVE 0 TO WS-EMP-GROSS
               MOVE 0 TO WS-EMP-WITHHOLD
           END-IF

           ADD PH-GROSS-PAY   TO WS-EMP-GROSS
           ADD PH-WITHHOLDING TO WS-EMP-WITHHOLD

           IF WS-PERIOD-MM > 50
               ADD PH-GROSS-PAY   TO WS-SUPP-GROSS
               ADD PH-WITHHOLDING TO WS-SUPP-WITHHOLD
           ELSE
               ADD PH-GROSS-PAY   TO WS-FOOT-GROSS
               ADD PH-WITHHOLDING TO WS-FOOT-WITHHOLD
           END-IF.

       LOOKUP-RETURN-NAME.
           MOVE SPACES TO WS-RETURN-NAME
           IF WS-EMP-FILE-OK = "Y"
               MOVE WS-CURR-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "(NOT ON EMPLOYEE MASTER)"
                           TO WS-RETURN-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-RETURN-NAME
               END-READ
           END-IF.

       WRITE-RETURN-HEADING.
           MOVE SPACES TO RETURN-REC
           STRING "====== QUARTERLY WITHHOLDING RETURN "
               WS-REPORT-YEAR " Q" WS-REPORT-QUARTER
               "  COMPANY " WS-RETURN-COMPANY " ======"
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE SPACES TO RETURN-REC
           STRING "EMP-ID NAME                           GROSS"
               "         WITHHELD"
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC.

       WRITE-RETURN-DETAIL.
           PERFORM LOOKUP-RETURN-NAME

           MOVE WS-EMP-GROSS    TO GROSS-ED
           MOVE WS-EMP-WITHHOLD TO WITHHOLD-ED
           MOVE SPACES TO RETURN-REC
           STRING WS-CURR-EMP-ID "  " WS-RETURN-NAME " " GROSS-ED
               " " WITHHOLD-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-EMP-GROSS    TO WS-TOTAL-GROSS
           ADD WS-EMP-WITHHOLD TO WS-TOTAL-WITHHOLD
           MOVE "N" TO WS-HAVE-EMPLOYEE.

       WRITE-VOIDED-PAYMENTS.
           *> A void is booked in the period PayVoid posted it to -
           *> the voided month itself, or the current month when the
           *> voided one was already closed - so that is the quarter
           *> it comes off. No PAYADJ.DAT simply means no voids.
           OPEN INPUT PAYADJ-FILE
           IF WS-PAYADJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PAYADJ-EOF
           PERFORM UNTIL WS-PAYADJ-EOF = "Y"
               READ PAYADJ-FILE
                   AT END
                       MOVE "Y" TO WS-PAYADJ-EOF
                   NOT AT END
                       PERFORM TAKE-VOIDED-PAYMENT
               END-READ
           END-PERFORM
           CLOSE PAYADJ-FILE.

       TAKE-VOIDED-PAYMENT.
           IF PA-POST-PERIOD(1:4) NOT = WS-REPORT-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE PA-POST-PERIOD(5:2) TO WS-POST-MM
           IF WS-POST-MM > 50
               SUBTRACT 50 FROM WS-POST-MM
           END-IF
           IF WS-POST-MM < WS-FIRST-MONTH
                   OR WS-POST-MM > WS-LAST-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE PA-EMP-ID TO WS-CHECK-EMP-ID
           PERFORM CHECK-EMPLOYEE-COMPANY
           IF WS-CHECKED-IN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-VOID-COUNT = 0
               MOVE SPACES TO RETURN-REC
               WRITE RETURN-REC
               MOVE SPACES TO RETURN-REC
               STRING "VOIDED PAYMENTS BOOKED IN THE QUARTER"
                   DELIMITED BY SIZE INTO RETURN-REC
               WRITE RETURN-REC
           END-IF
           ADD 1 TO WS-VOID-COUNT
           ADD PA-GROSS-PAY   TO WS-VOID-GROSS
           ADD PA-WITHHOLDING TO WS-VOID-WITHHOLD

           MOVE PA-GROSS-PAY   TO GROSS-ED
           MOVE PA-WITHHOLDING TO WITHHOLD-ED
           MOVE SPACES TO RETURN-REC
           STRING PA-EMP-ID "  VOID OF " PA-ORIG-PERIOD " ("
               PA-REASON ")          -" GROSS-ED " -" WITHHOLD-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC.

       WRITE-RETURN-SUMMARY.
           MOVE SPACES TO RETURN-REC
           WRITE RETURN-REC
           MOVE SPACES TO RETURN-REC
           STRING "====== COMPANY " WS-RETURN-COMPANY " SUMMARY "
               WS-REPORT-YEAR " Q" WS-REPORT-QUARTER " ======"
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE SPACES TO RETURN-REC
           STRING "Employees reported:     " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE WS-TOTAL-GROSS TO TOTAL-ED
           MOVE SPACES TO RETURN-REC
           STRING "Total gross wages:      " TOTAL-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE WS-SUPP-GROSS TO TOTAL-ED
           MOVE SPACES TO RETURN-REC
           STRING "  of which supplemental:" TOTAL-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE WS-TOTAL-WITHHOLD TO TOTAL-ED
           MOVE SPACES TO RETURN-REC
           STRING "Total tax withheld:     " TOTAL-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE WS-SUPP-WITHHOLD TO TOTAL-ED
           MOVE SPACES TO RETURN-REC
           STRING "  of which supplemental:" TOTAL-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           IF WS-VOID-COUNT > 0
               MOVE WS-VOID-GROSS TO TOTAL-ED
               MOVE SPACES TO RETURN-REC
               STRING "Less voided gross:      " TOTAL-ED
                   DELIMITED BY SIZE INTO RETURN-REC
               WRITE RETURN-REC

               MOVE WS-VOID-WITHHOLD TO TOTAL-ED
               MOVE SPACES TO RETURN-REC
               STRING "Less voided withholding:" TOTAL-ED
                   DELIMITED BY SIZE INTO RETURN-REC
               WRITE RETURN-REC
           END-IF

           COMPUTE WS-NET-REMIT = WS-TOTAL-WITHHOLD - WS-VOID-WITHHOLD
           IF WS-NET-REMIT < 0
               MOVE 0 TO WS-NET-REMIT
           END-IF
           MOVE WS-NET-REMIT TO TOTAL-ED
           MOVE SPACES TO RETURN-REC
           STRING "Withholding to remit:   " TOTAL-ED
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC

           MOVE SPACES TO RETURN-REC
           STRING "Prepared " WS-RUN-STAMP(1:14)
               DELIMITED BY SIZE INTO RETURN-REC
           WRITE RETURN-REC.

       FOOT-TO-GL-FEED.
           *> The return only counts as fileable when its regular-
           *> month totals equal the quarter's postings on the
           *> year-to-date feed: salary-expense debits against
           *> gross, withholding-liability credits against tax
           *> withheld. A mapped feed is classified back to its
           *> posting types first, as AnnualStatement does.
           MOVE "N" TO WS-OUT-OF-BALANCE
           PERFORM LOAD-GL-MAPPING

           IF WS-SUPP-WITHHOLD > 0
               MOVE WS-SUPP-WITHHOLD TO WS-DISPLAY-TOTAL
               DISPLAY "Supplemental withholding of "
                   WS-DISPLAY-TOTAL " is on the return but posted"
                   " to the bonus extract - excluded from this"
                   " foot."
           END-IF

           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-GL-FILE-NAME) " - status "
                   WS-GL-STATUS ". The return could not be footed"
                   " to the GL feed."
               MOVE "Y" TO WS-OUT-OF-BALANCE
           ELSE
               MOVE "N" TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = "Y"
                   READ GL-FILE
                       AT END
                           MOVE "Y" TO WS-GL-EOF
                       NOT AT END
                           PERFORM SUM-ONE-GL-POSTING
                   END-READ
               END-PERFORM
               CLOSE GL-FILE

               IF WS-GL-LINES = 0
                   DISPLAY FUNCTION TRIM(WS-GL-FILE-NAME)
                       " holds no postings for " WS-REPORT-YEAR
                       " Q" WS-REPORT-QUARTER
                       " - nothing to foot against."
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               ELSE
                   PERFORM COMPARE-GL-TOTALS
               END-IF
           END-IF.

       SUM-ONE-GL-POSTING.
           IF GL-PERIOD(1:4) = WS-REPORT-YEAR
                   AND GL-PERIOD(5:2) >= WS-FIRST-MONTH
                   AND GL-PERIOD(5:2) <= WS-LAST-MONTH
               ADD 1 TO WS-GL-LINES
               PERFORM RESOLVE-POSTING-TYPE
               EVALUATE WS-POSTING-TYPE
                   WHEN "SALEXP"
                       ADD GL-AMOUNT TO WS-GL-GROSS
                   WHEN "TAXLIAB"
                       ADD GL-AMOUNT TO WS-GL-WITHHOLD
                       PERFORM ADD-AUTHORITY-POSTING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ADD-AUTHORITY-POSTING.
           MOVE "N" TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > WS-AUTH-ENTRIES
               IF WS-AUTH-ACCOUNT(WS-AUTH-INDEX) = GL-ACCOUNT
                       AND WS-AUTH-DEPT(WS-AUTH-INDEX) = GL-DEPT
                   MOVE "Y" TO WS-AUTH-FOUND
               END-IF
               IF WS-AUTH-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AUTH-FOUND = "N"
               IF WS-AUTH-ENTRIES < 20
                   ADD 1 TO WS-AUTH-ENTRIES
                   MOVE WS-AUTH-ENTRIES TO WS-AUTH-INDEX
                   MOVE GL-ACCOUNT TO WS-AUTH-ACCOUNT(WS-AUTH-INDEX)
                   MOVE GL-DEPT    TO WS-AUTH-DEPT(WS-AUTH-INDEX)
                   MOVE 0 TO WS-AUTH-TOTAL(WS-AUTH-INDEX)
               ELSE
                   DISPLAY "More than 20 withholding liability"
                       " accounts - " GL-ACCOUNT " " GL-DEPT
                       " is not itemized."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD GL-AMOUNT TO WS-AUTH-TOTAL(WS-AUTH-INDEX).

       LOAD-GL-MAPPING.
           MOVE "N" TO WS-GLMAP-OK
           MOVE 0 TO WS-GLMAP-COUNT
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = "00"
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
                               MOVE GLM-ACCOUNT TO
                                   GM-ACCOUNT(WS-GLMAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
               IF WS-GLMAP-COUNT > 0
                   MOVE "Y" TO WS-GLMAP-OK
               END-IF
           END-IF.

       RESOLVE-POSTING-TYPE.
           MOVE GL-ACCOUNT TO WS-POSTING-TYPE
           IF WS-GLMAP-OK = "Y"
               MOVE "N" TO WS-TYPE-FOUND
               PERFORM VARYING WS-GLMAP-INDEX FROM 1 BY 1
                       UNTIL WS-GLMAP-INDEX > WS-GLMAP-COUNT
                   IF GM-ACCOUNT(WS-GLMAP-INDEX) = GL-ACCOUNT
                       MOVE GM-TYPE(WS-GLMAP-INDEX)
                           TO WS-POSTING-TYPE
                       MOVE "Y" TO WS-TYPE-FOUND
                   END-IF
                   IF WS-TYPE-FOUND = "Y"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       COMPARE-GL-TOTALS.
           DISPLAY "Withholding posted by tax authority:"
           PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > WS-AUTH-ENTRIES
               MOVE WS-AUTH-TOTAL(WS-AUTH-INDEX) TO WS-DISPLAY-TOTAL
               DISPLAY "  " WS-AUTH-ACCOUNT(WS-AUTH-INDEX) " "
                   WS-AUTH-DEPT(WS-AUTH-INDEX) " " WS-DISPLAY-TOTAL
           END-PERFORM
           IF WS-GL-GROSS NOT = WS-FOOT-GROSS
               MOVE WS-GL-GROSS TO WS-DISPLAY-TOTAL
               DISPLAY "Gross does not foot - GL " WS-DISPLAY-TOTAL
               MOVE WS-FOOT-GROSS TO WS-DISPLAY-TOTAL
               DISPLAY "                 return " WS-DISPLAY-TOTAL
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-GL-WITHHOLD NOT = WS-FOOT-WITHHOLD
               MOVE WS-GL-WITHHOLD TO WS-DISPLAY-TOTAL
               DISPLAY "Withholding does not foot - GL "
                   WS-DISPLAY-TOTAL
               MOVE WS-FOOT-WITHHOLD TO WS-DISPLAY-TOTAL
               DISPLAY "                       return "
                   WS-DISPLAY-TOTAL
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-OUT-OF-BALANCE = "N"
               DISPLAY "Return totals foot to the " WS-REPORT-YEAR
                   " Q" WS-REPORT-QUARTER " GL postings."
           ELSE
               DISPLAY "Return NOT fileable - the figures disagree"
                   " with the ledger."
           END-IF.
