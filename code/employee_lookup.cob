               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           *> Inactive-employee history written by EmployeePurge; an
           *> ID no longer on the master is looked for here before
           *> the counter is told there is nobody.
           SELECT INACT-FILE ASSIGN TO "INACTEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMP-ID
               FILE STATUS IS WS-INACT-STATUS.

           *> Dated pay-history archive written by PayHistArchive;
           *> the history browse reaches into one of these when the
           *> counter question is about a year no longer on the
       FD PAYHIST-FILE.
           COPY "payhist.cpy".

       FD INACT-FILE.
           COPY "inactrec.cpy".

       FD ARCH-FILE.
       01 ARCH-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS     PIC X(2) VALUE SPACE.
       01 WS-PAYHIST-STATUS PIC X(2) VALUE SPACE.
       01 WS-INACT-STATUS   PIC X(2) VALUE SPACE.
       01 WS-LOOKUP-ID      PIC 9(5).
       01 WS-DISPLAY-SALARY PIC Z(6)9.99.
       01 WS-DISPLAY-MONTHLY PIC Z(6)9.99.
       01 WS-TAX-WITHHELD   PIC 9(7)V99.
       01 WS-TAX-NET        PIC 9(7)V99.
       01 WS-TAX-RATE       PIC 9V999.
       01 WS-TAX-JURISDICTION PIC X(4).

       *> Name-browse mode: START at a partial name on the EMP-NAME
       *> alternate key and page forward with READ NEXT until the

               READ EMP-FILE
                   INVALID KEY
                       PERFORM LOOKUP-INACTIVE-EMPLOYEE
                   NOT INVALID KEY
                       MOVE EMP-SALARY TO WS-DISPLAY-SALARY
                       MOVE EMP-MONTHLY-SALARY TO WS-DISPLAY-MONTHLY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-PRICE-DATE
                       MOVE EMP-MONTHLY-SALARY TO WS-TAX-MONTHLY
                       CALL "TaxJurisdiction" USING EMP-ID
                           WS-TAX-JURISDICTION
                       CALL "TaxModule" USING WS-PRICE-DATE
                           WS-TAX-MONTHLY WS-TAX-WITHHELD
                           WS-TAX-NET WS-TAX-RATE
                           WS-TAX-JURISDICTION
                       IF WS-TAX-JURISDICTION = SPACES
                           DISPLAY "Tax Jurisdiction: default"
                       ELSE
                           DISPLAY "Tax Jurisdiction: "
                               WS-TAX-JURISDICTION
                       END-IF
                       MOVE WS-TAX-WITHHELD TO WS-DISPLAY-TAX
                       MOVE WS-TAX-NET TO WS-DISPLAY-NET
                       DISPLAY "Est. Withholding: " WS-DISPLAY-TAX
               END-READ
           END-IF.

       LOOKUP-INACTIVE-EMPLOYEE.
           *> A long-terminated employee moved off the master by the
           *> retention purge is still somebody the counter gets asked
           *> about - references, old payslips, a returner. Their
           *> record sits whole on INACTEMP.DAT; show it from there,
           *> without the withholding estimate, since nobody is paying
           *> them.
           OPEN INPUT INACT-FILE
           IF WS-INACT-STATUS NOT = "00"
               DISPLAY "No employee found for ID " WS-LOOKUP-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOOKUP-ID TO IN-EMP-ID
           READ INACT-FILE
               INVALID KEY
                   DISPLAY "No employee found for ID " WS-LOOKUP-ID
               NOT INVALID KEY
                   MOVE IN-EMP-IMAGE TO EMP-RECORD
                   MOVE EMP-SALARY TO WS-DISPLAY-SALARY
                   DISPLAY "----- Inactive Employee Record -----"
                   DISPLAY "ID:             " EMP-ID
                   DISPLAY "Name:           " EMP-NAME
                   DISPLAY "Department:     " EMP-DEPT
                   DISPLAY "Annual Salary:  " WS-DISPLAY-SALARY
                   DISPLAY "Terminated:     " EMP-TERM-DATE
                   DISPLAY "Moved to history " IN-PURGE-DATE " by "
                       IN-PURGED-BY
                   DISPLAY "Show pay history? (Y/N)"
                   ACCEPT WS-SHOW-HISTORY
                   MOVE FUNCTION UPPER-CASE(WS-SHOW-HISTORY)
                       TO WS-SHOW-HISTORY
                   IF WS-SHOW-HISTORY = "Y"
                       PERFORM LIST-PAY-HISTORY
                   END-IF
           END-READ
           CLOSE INACT-FILE.

       BROWSE-BY-NAME.
           *> The callers at the counter rarely know their number:
           *> type the first letters of the surname-first name, START
