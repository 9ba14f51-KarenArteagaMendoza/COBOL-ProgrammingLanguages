      *> ever holds one month) so the statements can be proved to
      *> Finance before anything is mailed. The return code is
      *> nonzero when the footing fails, the way the pay cycle
      *> refuses an out-of-balance extract. Each statement opens
      *> with a mailing block off ADDRMAST.DAT; a statement for
      *> someone with no usable address is flagged in the block and
      *> counted, so it can be pulled before the envelopes go out.
      *> One run covers one company (legal entity): the employees
      *> whose current department belongs to it, footed to that
      *> company's own year-to-date feed, into its own statement
      *> file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ADDR-FILE ASSIGN DYNAMIC WS-ADDR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT GL-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PAYARC-FILE ASSIGN DYNAMIC WS-PAYARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD ADDR-FILE.
           COPY "addrrec.cpy".

      *> Same record the pay cycle writes: one posting per line.
       FD GL-FILE.
       01 GL-RECORD.
           05 FILLER           PIC X(1).
           05 GLM-COST-CENTER  PIC X(6).

      *> PayHistArchive's dated archive of a closed year; only
      *> whether it exists matters here.
       FD PAYARC-FILE.
       01 PAYARC-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-GL-FILE-NAME      PIC X(40) VALUE "GLYTD.DAT".
       01 WS-STMT-FILE-NAME    PIC X(40) VALUE "ANNSTMT.DAT".
       01 WS-GLMAP-FILE-NAME   PIC X(40) VALUE "GLMAP.DAT".
       01 WS-ADDR-FILE-NAME    PIC X(40) VALUE "ADDRMAST.DAT".
       01 WS-PAYARC-FILE-NAME  PIC X(40) VALUE SPACE.
       01 WS-PAYARC-STATUS     PIC X(2) VALUE SPACE.

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-GL-STATUS       PIC X(2) VALUE SPACE.
       01 WS-STMT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-ADDR-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ADDR-FILE-OK    PIC X VALUE "N".
       01 WS-ADDR-FOUND      PIC X VALUE "N".
       01 WS-NO-ADDRESS      PIC 9(6) VALUE 0.
       01 WS-HIST-EOF        PIC X VALUE "N".
       01 WS-GL-EOF          PIC X VALUE "N".

       01 WS-REPORT-YEAR     PIC 9(4).

       *> The company the statements are for (blank = the home
       *> company), and whether the history record in hand belongs
       *> to it - decided once per employee.
       01 WS-STMT-COMPANY    PIC X(4) VALUE SPACE.
       01 WS-HOME-COMPANY    PIC X(4) VALUE SPACE.
       01 WS-CHECKED-EMP-ID  PIC 9(5) VALUE 0.
       01 WS-CHECKED-IN      PIC X VALUE "N".
       01 WS-OTHER-COMPANY   PIC 9(6) VALUE 0.
           COPY "companyreq.cpy".
       01 WS-RUN-STAMP       PIC X(21).

       *> Current employee's accumulation: the statement is written
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           DISPLAY "Enter statement year (YYYY, 0 = last year):"
           ACCEPT WS-REPORT-YEAR
           DISPLAY "Enter company (blank = home company):"
           ACCEPT WS-STMT-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-STMT-COMPANY) TO WS-STMT-COMPANY
           PERFORM QUALIFY-COMPANY-FILES

           *> 0 is the year before the run date, so the year-end
           *> jobstream never needs a hand-punched year card.
           IF WS-REPORT-YEAR = 0
               MOVE WS-RUN-STAMP(1:4) TO WS-REPORT-YEAR
               SUBTRACT 1 FROM WS-REPORT-YEAR
               DISPLAY "Statement year " WS-REPORT-YEAR "."
           END-IF

           *> Once PayHistArchive has moved the year off PAYHIST.DAT
           *> the live history no longer holds it, and a run now
           *> would overwrite the statements produced before the
           *> archive with empty ones - so the run is refused and
           *> the statement file left as it stands.
           MOVE SPACES TO WS-PAYARC-FILE-NAME
           STRING "PAYARC" WS-REPORT-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-PAYARC-FILE-NAME
           OPEN INPUT PAYARC-FILE
           IF WS-PAYARC-STATUS = "00"
               CLOSE PAYARC-FILE
               DISPLAY WS-REPORT-YEAR " pay history is archived to "
                   FUNCTION TRIM(WS-PAYARC-FILE-NAME) " - statements"
                   " not rerun; "
                   FUNCTION TRIM(WS-STMT-FILE-NAME) " left as it is."
               MOVE "NONE" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
                   " IDs without names."
           END-IF

           *> Without the address master the statements still run;
           *> they just have to be addressed by hand again.
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-FILE-OK
           ELSE
               DISPLAY "Warning: unable to open ADDRMAST.DAT -"
                   " status " WS-ADDR-STATUS ". Statements will"
                   " carry no mailing address."
           END-IF

           READ PAYHIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               ADD 1 TO RL-RECORDS-READ
               IF PH-PERIOD(1:4) = WS-REPORT-YEAR
                   PERFORM CHECK-HISTORY-COMPANY
               END-IF
               IF PH-PERIOD(1:4) = WS-REPORT-YEAR
                       AND WS-CHECKED-IN = "Y"
                   IF WS-HAVE-EMPLOYEE = "Y"
                           AND PH-EMP-ID NOT = WS-CURR-EMP-ID
                       PERFORM WRITE-ONE-STATEMENT
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF
           IF WS-ADDR-FILE-OK = "Y"
               CLOSE ADDR-FILE
           END-IF

           PERFORM WRITE-COMPANY-SUMMARY
           CLOSE STMT-FILE
           DISPLAY "Annual statements written to "
               FUNCTION TRIM(WS-STMT-FILE-NAME) " - "
               WS-STMT-COUNT " statement(s) for " WS-REPORT-YEAR "."
           IF WS-OTHER-COMPANY > 0
               DISPLAY WS-OTHER-COMPANY " employee(s) with "
                   WS-REPORT-YEAR " pay belong to another company -"
                   " not in this run."
           END-IF
           IF WS-NO-ADDRESS > 0
               DISPLAY WS-NO-ADDRESS " statement(s) have no mailing"
                   " address on file - see NO ADDRESS in the"
                   " statement file."
           END-IF

           MOVE WS-STMT-COUNT TO RL-RECORDS-WRITTEN
           IF WS-OUT-OF-BALANCE = "Y"
           ACCEPT WS-GLMAP-FILE-NAME FROM ENVIRONMENT "GLMAP"
               ON EXCEPTION
                   MOVE "GLMAP.DAT" TO WS-GLMAP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ADDR-FILE-NAME FROM ENVIRONMENT "ADDRMAST"
               ON EXCEPTION
                   MOVE "ADDRMAST.DAT" TO WS-ADDR-FILE-NAME
           END-ACCEPT.

       QUALIFY-COMPANY-FILES.
           *> Another company's statements go to their own file and
           *> foot to its own year-to-date feed; a name the JCL has
           *> set is taken as given.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-HOME-COMPANY
           IF WS-STMT-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-STMT-COMPANY
           END-IF

           MOVE "F" TO CO-ACTION
           MOVE WS-STMT-COMPANY TO CO-COMPANY
           IF WS-GL-FILE-NAME = "GLYTD.DAT"
               MOVE WS-GL-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-GL-FILE-NAME
           END-IF
           IF WS-STMT-FILE-NAME = "ANNSTMT.DAT"
               MOVE WS-STMT-FILE-NAME TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-STMT-FILE-NAME
           END-IF.

       CHECK-HISTORY-COMPANY.
           *> An employee belongs to the company of their current
           *> department - the same simplification the GL extract
           *> makes. Anyone no longer on the master (or with the
           *> master unavailable) is the home company's.
           IF PH-EMP-ID = WS-CHECKED-EMP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE PH-EMP-ID TO WS-CHECKED-EMP-ID
           MOVE SPACES TO COMPANY-REQUEST
           IF WS-EMP-FILE-OK = "Y"
               MOVE PH-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO CO-DEPT
               END-READ
           END-IF
           MOVE "D" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY = WS-STMT-COMPANY
               MOVE "Y" TO WS-CHECKED-IN
           ELSE
               MOVE "N" TO WS-CHECKED-IN
               ADD 1 TO WS-OTHER-COMPANY
           END-IF.

       TAKE-HISTORY-RECORD.
           IF WS-HAVE-EMPLOYEE NOT = "Y"
               MOVE PH-EMP-ID TO WS-CURR-EMP-ID

           MOVE SPACES TO STMT-REC
           STRING "========= ANNUAL EARNINGS STATEMENT "
               WS-REPORT-YEAR "  COMPANY " WS-STMT-COMPANY " ========="
               DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC

           PERFORM WRITE-MAILING-BLOCK

           MOVE SPACES TO STMT-REC
           STRING "Employee ID: " WS-CURR-EMP-ID "  " WS-STMT-NAME
               DELIMITED BY SIZE INTO STMT-REC
           ADD WS-EMP-NET      TO WS-TOTAL-NET
           MOVE "N" TO WS-HAVE-EMPLOYEE.

       WRITE-MAILING-BLOCK.
           *> Name and address as the envelope window shows them,
           *> then a blank line before the figures.
           MOVE "N" TO WS-ADDR-FOUND
           IF WS-ADDR-FILE-OK = "Y"
               MOVE WS-CURR-EMP-ID TO AD-EMP-ID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-LINE-1 NOT = SPACES
                               AND AD-CITY NOT = SPACES
                               AND AD-POSTAL-CODE NOT = SPACES
                           MOVE "Y" TO WS-ADDR-FOUND
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO STMT-REC
           STRING "    " WS-STMT-NAME
               DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC

           IF WS-ADDR-FOUND = "Y"
               MOVE SPACES TO STMT-REC
               STRING "    " AD-LINE-1
                   DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
               IF AD-LINE-2 NOT = SPACES
                   MOVE SPACES TO STMT-REC
                   STRING "    " AD-LINE-2
                       DELIMITED BY SIZE INTO STMT-REC
                   WRITE STMT-REC
               END-IF
               MOVE SPACES TO STMT-REC
               STRING "    " FUNCTION TRIM(AD-CITY) " "
                   FUNCTION TRIM(AD-REGION) "  " AD-POSTAL-CODE
                   DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
               IF AD-COUNTRY NOT = SPACES
                   MOVE SPACES TO STMT-REC
                   STRING "    " AD-COUNTRY
                       DELIMITED BY SIZE INTO STMT-REC
                   WRITE STMT-REC
               END-IF
           ELSE
               ADD 1 TO WS-NO-ADDRESS
               MOVE SPACES TO STMT-REC
               STRING "    ** NO ADDRESS ON FILE **"
                   DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF

           MOVE SPACES TO STMT-REC
           WRITE STMT-REC.

       WRITE-COMPANY-SUMMARY.
           MOVE SPACES TO STMT-REC
           STRING "========= COMPANY " WS-STMT-COMPANY " SUMMARY "
               WS-REPORT-YEAR " ========="
               DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC

                   " not available - status " WS-GL-STATUS
                   ". Falling back to GLEXTRACT.DAT, which holds"
                   " the last cycle only."
               MOVE "F" TO CO-ACTION
               MOVE WS-STMT-COMPANY TO CO-COMPANY
               MOVE "GLEXTRACT.DAT" TO CO-FILE-NAME
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-FILE-NAME TO WS-GL-FILE-NAME
               OPEN INPUT GL-FILE
           END-IF

                       ADD GL-AMOUNT TO WS-GL-NET
                   WHEN "DEDLIAB"
                       ADD GL-AMOUNT TO WS-GL-DEDUCT
                   WHEN "LOANREC"
                       *> A loan instalment is a deduction on the
                       *> statement; only the recovery credit is
                       *> the monthly cycle's.
                       IF GL-DEBIT-CREDIT = "C"
                           ADD GL-AMOUNT TO WS-GL-DEDUCT
                       END-IF
                   WHEN OTHER
                       *> BONEXP and anything else outside the
                       *> monthly cycle's four legs stays out of
