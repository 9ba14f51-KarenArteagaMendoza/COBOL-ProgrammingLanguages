      *> with month and year-to-date variance, and a flag on every
      *> department past the tolerance - so managers hear about an
      *> overrun while there is still budget year left instead of
      *> at year-end. Actuals are the fully loaded cost: gross pay
      *> (the salary-expense side of the GL extract) plus the
      *> employer's payroll tax and pension match the cycle kept on
      *> ERCHIST.DAT (the employer-cost side); the department is the
      *> employee's current one, the same simplification the GL
      *> extract makes. An employee on a labor-cost split in
      *> ALLOCMAST.DAT has the actuals spread over the split's
      *> departments by exactly the arithmetic the pay cycle charges
      *> the GL with, so each department's actuals are what it was
      *> charged. One run reports one company (legal entity): only
      *> the departments that belong to it are listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT ERCHIST-FILE ASSIGN DYNAMIC WS-ERCHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-ERCHIST-STATUS.

           SELECT ALLOC-FILE ASSIGN DYNAMIC WS-ALLOC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-EMP-ID
               FILE STATUS IS WS-ALLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE.
       FD BUDGET-FILE.
           COPY "budgetrec.cpy".

       FD ERCHIST-FILE.
           COPY "erchist.cpy".

       FD ALLOC-FILE.
           COPY "allocrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-NAME PIC X(40) VALUE "PAYHIST.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-BUDGET-FILE-NAME  PIC X(40) VALUE "BUDGET.DAT".
       01 WS-ERCHIST-FILE-NAME PIC X(40) VALUE "ERCHIST.DAT".
       01 WS-ALLOC-FILE-NAME   PIC X(40) VALUE "ALLOCMAST.DAT".

       01 WS-PAYHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-BUDGET-STATUS   PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-HIST-EOF        PIC X VALUE "N".
       01 WS-ERCHIST-STATUS  PIC X(2) VALUE SPACE.
       01 WS-ERCHIST-OK      PIC X VALUE "N".
       01 WS-ERCHIST-EOF     PIC X VALUE "N".

       *> One history period's fully loaded cost: its gross plus
       *> every employer-cost record filed under the same key.
       01 WS-LOADED-COST     PIC 9(9)V99 VALUE 0.
       01 WS-ER-COST         PIC 9(9)V99 VALUE 0.

       *> The employee's labor-cost split, read once with the
       *> department. Gross and employer cost are each cut down
       *> to the cent per share with the odd cents to the largest
       *> share - the pay cycle's own arithmetic.
       01 WS-ALLOC-STATUS    PIC X(2) VALUE SPACE.
       01 WS-ALLOC-OK        PIC X VALUE "N".
       01 WS-CACHED-SPLIT    PIC X VALUE "N".
       01 WS-ALLOC-TOTAL     PIC 9(4)V99.
       01 WS-SHARE-INDEX     PIC 9(1).
       01 WS-LARGEST-SHARE   PIC 9(1).
       01 WS-SHARE-COST      PIC 9(9)V99.
       01 WS-SHARE-GROSS     PIC 9(7)V99.
       01 WS-SHARE-ERCOST    PIC 9(7)V99.
       01 WS-SPREAD-COST     PIC 9(9)V99.

       01 WS-ASK-YEAR        PIC 9(4).
       01 WS-ASK-MONTH       PIC 9(2).
       *> record - an employee's periods cluster on the key.
       01 WS-CACHED-EMP-ID   PIC 9(5) VALUE 0.
       01 WS-CACHED-DEPT     PIC X(10) VALUE SPACE.
       01 WS-CHARGE-DEPT     PIC X(10) VALUE SPACE.

       01 WS-DEPT-ENTRIES    PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND      PIC X VALUE "N".
       01 WS-BUDGET-FOUND    PIC X VALUE "N".
       01 WS-FLAGGED         PIC 9(3) VALUE 0.

       *> The company reported on (blank = the home company).
       01 WS-REPORT-COMPANY  PIC X(4) VALUE SPACE.
       01 WS-DEPT-LISTED     PIC 9(3) VALUE 0.
           COPY "companyreq.cpy".

       01 WS-ACT-ED          PIC Z(8)9.99.
       01 WS-BUD-ED          PIC Z(8)9.99.
       01 WS-VAR-ED          PIC -Z(8)9.99.
           IF WS-TOLERANCE-PCT = 0
               MOVE 10 TO WS-TOLERANCE-PCT
           END-IF
           DISPLAY "Enter company (blank = home company):"
           ACCEPT WS-REPORT-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-REPORT-COMPANY)
               TO WS-REPORT-COMPANY
           IF WS-REPORT-COMPANY = SPACES
               MOVE SPACES TO COMPANY-REQUEST
               MOVE "H" TO CO-ACTION
               CALL "CompanyLookup" USING COMPANY-REQUEST
               MOVE CO-COMPANY TO WS-REPORT-COMPANY
           END-IF

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
                   " under an unknown department."
           END-IF

           *> Periods paid before the cycle priced the employer's
           *> side have no employer-cost records and simply count
           *> at gross.
           OPEN INPUT ERCHIST-FILE
           IF WS-ERCHIST-STATUS = "00"
               MOVE "Y" TO WS-ERCHIST-OK
           ELSE
               DISPLAY "Warning: unable to open ERCHIST.DAT -"
                   " status " WS-ERCHIST-STATUS ". Actuals are"
                   " gross pay only."
           END-IF

           *> No split file means everyone is charged to their
           *> own department.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-STATUS = "00"
               MOVE "Y" TO WS-ALLOC-OK
           ELSE
               MOVE "N" TO WS-ALLOC-OK
           END-IF

           PERFORM SUM-ACTUALS-FROM-HISTORY

           CLOSE PAYHIST-FILE
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF
           IF WS-ERCHIST-OK = "Y"
               CLOSE ERCHIST-FILE
           END-IF
           IF WS-ALLOC-OK = "Y"
               CLOSE ALLOC-FILE
           END-IF

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
           ACCEPT WS-BUDGET-FILE-NAME FROM ENVIRONMENT "BUDGET"
               ON EXCEPTION
                   MOVE "BUDGET.DAT" TO WS-BUDGET-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ERCHIST-FILE-NAME FROM ENVIRONMENT "ERCHIST"
               ON EXCEPTION
                   MOVE "ERCHIST.DAT" TO WS-ERCHIST-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ALLOC-FILE-NAME FROM ENVIRONMENT "ALLOCMST"
               ON EXCEPTION
                   MOVE "ALLOCMAST.DAT" TO WS-ALLOC-FILE-NAME
           END-ACCEPT.

       SUM-ACTUALS-FROM-HISTORY.
                           MOVE EMP-DEPT TO WS-CACHED-DEPT
                   END-READ
               END-IF
               PERFORM LOAD-EMPLOYEE-SPLIT
           END-IF

           PERFORM LOAD-EMPLOYER-COST
           IF WS-CACHED-SPLIT = "Y"
               PERFORM SPREAD-ONE-ACTUAL
           ELSE
               MOVE WS-CACHED-DEPT TO WS-CHARGE-DEPT
               PERFORM FIND-OR-ADD-DEPT
               MOVE WS-LOADED-COST TO WS-SHARE-COST
               PERFORM ADD-SHARE-TO-DEPT
           END-IF.

       LOAD-EMPLOYEE-SPLIT.
           *> A split that does not total 100 is charged to the home
           *> department by the pay cycle, so it is here too.
           MOVE "N" TO WS-CACHED-SPLIT
           IF WS-ALLOC-OK = "Y"
               MOVE PH-EMP-ID TO AL-EMP-ID
               READ ALLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-ALLOC-TOTAL
                       IF AL-SHARE-COUNT >= 1 AND AL-SHARE-COUNT <= 5
                           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                                   UNTIL WS-SHARE-INDEX
                                       > AL-SHARE-COUNT
                               ADD AL-PERCENT(WS-SHARE-INDEX)
                                   TO WS-ALLOC-TOTAL
                           END-PERFORM
                       END-IF
                       IF WS-ALLOC-TOTAL = 100
                           MOVE "Y" TO WS-CACHED-SPLIT
                       END-IF
               END-READ
           END-IF.

       SPREAD-ONE-ACTUAL.
           MOVE 0 TO WS-SPREAD-COST
           MOVE 1 TO WS-LARGEST-SHARE
           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
                   UNTIL WS-SHARE-INDEX > AL-SHARE-COUNT
               IF AL-PERCENT(WS-SHARE-INDEX)
                       > AL-PERCENT(WS-LARGEST-SHARE)
                   MOVE WS-SHARE-INDEX TO WS-LARGEST-SHARE
               END-IF
               COMPUTE WS-SHARE-GROSS =
                   PH-GROSS-PAY * AL-PERCENT(WS-SHARE-INDEX) / 100
               COMPUTE WS-SHARE-ERCOST =
                   WS-ER-COST * AL-PERCENT(WS-SHARE-INDEX) / 100
               COMPUTE WS-SHARE-COST = WS-SHARE-GROSS + WS-SHARE-ERCOST
               ADD WS-SHARE-COST TO WS-SPREAD-COST
               MOVE AL-DEPT(WS-SHARE-INDEX) TO WS-CHARGE-DEPT
               PERFORM FIND-OR-ADD-DEPT
               PERFORM ADD-SHARE-TO-DEPT
           END-PERFORM

           MOVE AL-DEPT(WS-LARGEST-SHARE) TO WS-CHARGE-DEPT
           PERFORM FIND-OR-ADD-DEPT
           COMPUTE WS-SHARE-COST = WS-LOADED-COST - WS-SPREAD-COST
           PERFORM ADD-SHARE-TO-DEPT.

       ADD-SHARE-TO-DEPT.
           ADD WS-SHARE-COST TO WS-DP-YTD-ACT(WS-DEPT-INDEX)
           IF PH-PERIOD(5:2) = WS-ASK-MONTH
               ADD WS-SHARE-COST TO WS-DP-MONTH-ACT(WS-DEPT-INDEX)
           END-IF.

       LOAD-EMPLOYER-COST.
           *> START at the history record's employee and period and
           *> read off the clustered contribution records.
           MOVE 0 TO WS-ER-COST
           IF WS-ERCHIST-OK = "Y"
               MOVE PH-EMP-ID TO EH-EMP-ID
               MOVE PH-PERIOD TO EH-PERIOD
               MOVE LOW-VALUES TO EH-CODE
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
                           IF EH-EMP-ID NOT = PH-EMP-ID
                                   OR EH-PERIOD NOT = PH-PERIOD
                               MOVE "Y" TO WS-ERCHIST-EOF
                           ELSE
                               ADD EH-AMOUNT TO WS-ER-COST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-LOADED-COST = PH-GROSS-PAY + WS-ER-COST.

       FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-ENTRIES
               IF WS-DP-DEPT(WS-DEPT-INDEX) = WS-CHARGE-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
               IF WS-DEPT-FOUND = "Y"
           IF WS-DEPT-FOUND = "N"
               ADD 1 TO WS-DEPT-ENTRIES
               MOVE WS-DEPT-ENTRIES TO WS-DEPT-INDEX
               MOVE WS-CHARGE-DEPT TO WS-DP-DEPT(WS-DEPT-INDEX)
               MOVE 0 TO WS-DP-MONTH-ACT(WS-DEPT-INDEX)
               MOVE 0 TO WS-DP-YTD-ACT(WS-DEPT-INDEX)
           END-IF.

       PRINT-VARIANCE-REPORT.
           DISPLAY "Budget vs Actual - company " WS-REPORT-COMPANY
               "  " WS-ASK-YEAR " month " WS-ASK-MONTH
               "  (tolerance " WS-TOLERANCE-PCT " pct)"
           DISPLAY "DEPT       MONTH-ACT   MONTH-BUD   MONTH-VAR "
               "   YTD-VAR     FLAG"
           DISPLAY "---------- ----------- ----------- ----------"
           END-PERFORM

           DISPLAY " "
           DISPLAY "Departments listed: " WS-DEPT-LISTED
           DISPLAY "Departments past tolerance: " WS-FLAGGED.

       REPORT-ONE-DEPARTMENT.
           *> Another company's departments are left to its own
           *> report.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE WS-DP-DEPT(WS-DEPT-INDEX) TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY NOT = WS-REPORT-COMPANY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-LISTED

           MOVE "N" TO WS-BUDGET-FOUND
           MOVE 0 TO WS-MONTH-BUDGET
           MOVE 0 TO WS-YTD-BUDGET
