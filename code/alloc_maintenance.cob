       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocMaintenance.

      *> Maintenance for the labor-cost allocation master: for an
      *> employee who works across departments, the departments
      *> their pay is charged to and each one's percentage. The pay
      *> cycle spreads the employee's gross and employer cost over
      *> these shares in the GL extract, and the budget variance
      *> report spreads the actuals the same way. The shares must
      *> name departments on the department master, all of them in
      *> the company of the employee's home department (each
      *> company keeps its own GL), and total exactly 100 before a
      *> split is saved; removing the split puts the employee back
      *> on EMP-DEPT alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-FILE ASSIGN DYNAMIC WS-ALLOC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-EMP-ID
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALLOC-FILE.
           COPY "allocrec.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALLOC-FILE-NAME PIC X(40) VALUE "ALLOCMAST.DAT".
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-DEPT-FILE-NAME  PIC X(40) VALUE "DEPTMAST.DAT".

       01 WS-ALLOC-STATUS    PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-DEPT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-DEPT-FILE-OK    PIC X VALUE "N".
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-EMP-OK          PIC X VALUE "N".
       01 WS-DEPT-OK         PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-TODAY           PIC 9(8).

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone. Every split carries the operator
       *> who last set it.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       01 WS-EMP-ID          PIC 9(5).
       01 WS-LIST-COUNT      PIC 9(5) VALUE 0.

       *> The company of the employee's home department: every
       *> share of the split has to be charged within it.
       01 WS-EMP-COMPANY     PIC X(4) VALUE SPACE.
           COPY "companyreq.cpy".

       *> The split being keyed, held here until it totals 100.
       01 WS-SPLIT-COUNT     PIC 9(1) VALUE 0.
       01 WS-SPLIT-INDEX     PIC 9(1).
       01 WS-CHECK-INDEX     PIC 9(1).
       01 WS-SPLIT-TOTAL     PIC 9(4)V99 VALUE 0.
       01 WS-SPLIT-DONE      PIC X VALUE "N".
       01 WS-SPLIT-DEPT      PIC X(10).
       01 WS-SPLIT-PERCENT   PIC 9(3)V99.
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 5 TIMES.
               10 WS-SP-DEPT     PIC X(10).
               10 WS-SP-PERCENT  PIC 9(3)V99.
       01 PERCENT-ED         PIC ZZ9.99.
       01 TOTAL-ED           PIC ZZZ9.99.

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
           MOVE "N"   TO WS-DEPT-FILE-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM RESOLVE-FILE-NAMES

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O ALLOC-FILE

           IF WS-ALLOC-STATUS = "35"
               DISPLAY "ALLOCMAST.DAT does not exist yet - creating"
                   " it."
               OPEN OUTPUT ALLOC-FILE
               CLOSE ALLOC-FILE
               OPEN I-O ALLOC-FILE
           END-IF

           IF WS-ALLOC-STATUS NOT = "00"
               DISPLAY "Unable to open ALLOCMAST.DAT - status "
                   WS-ALLOC-STATUS "."
           ELSE
               OPEN INPUT EMP-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE "Y" TO WS-EMP-FILE-OK
               ELSE
                   DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                       " status " WS-EMP-STATUS ". Employee IDs"
                       " will not be validated this session."
               END-IF
               OPEN INPUT DEPT-FILE
               IF WS-DEPT-STATUS = "00"
                   MOVE "Y" TO WS-DEPT-FILE-OK
               ELSE
                   DISPLAY "Warning: unable to open DEPTMAST.DAT -"
                       " status " WS-DEPT-STATUS ". Department codes"
                       " will not be validated this session."
               END-IF

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, Delete, List or eXit"
                       " (A/C/D/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM ADD-ALLOCATION
                       WHEN "C"
                           PERFORM CHANGE-ALLOCATION
                       WHEN "D"
                           PERFORM DELETE-ALLOCATION
                       WHEN "L"
                           PERFORM LIST-ALLOCATIONS
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, D, L or X."
                   END-EVALUATE
               END-PERFORM

               CLOSE ALLOC-FILE
               IF WS-EMP-FILE-OK = "Y"
                   CLOSE EMP-FILE
               END-IF
               IF WS-DEPT-FILE-OK = "Y"
                   CLOSE DEPT-FILE
               END-IF
           END-IF

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-ALLOC-FILE-NAME FROM ENVIRONMENT "ALLOCMST"
               ON EXCEPTION
                   MOVE "ALLOCMAST.DAT" TO WS-ALLOC-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMAST"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO WS-DEPT-FILE-NAME
           END-ACCEPT.

       SIGN-ON.
           *> A split moves cost between departments' budgets, so
           *> setting one needs update authority.
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
                   " authority - this program changes the allocation"
                   " master."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       CHECK-EMPLOYEE-EXISTS.
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
                           "  home department " EMP-DEPT
                       MOVE "Y" TO WS-EMP-OK
                   END-IF
           END-READ.

       CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK
           IF WS-DEPT-FILE-OK NOT = "Y"
               MOVE "Y" TO WS-DEPT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPLIT-DEPT TO DEPT-CODE
           READ DEPT-FILE
               INVALID KEY
                   DISPLAY "Department " WS-SPLIT-DEPT " is not on"
                       " the department master."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE WS-SPLIT-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF CO-COMPANY NOT = WS-EMP-COMPANY
               DISPLAY "Department " WS-SPLIT-DEPT " belongs to"
                   " company " CO-COMPANY " - the employee's pay is"
                   " booked by company " WS-EMP-COMPANY "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DEPT-OK.

       GET-EMPLOYEE-COMPANY.
           *> An employee not on the master (or no master to read)
           *> is the home company's, as the pay cycle takes it.
           MOVE SPACES TO EMP-DEPT
           IF WS-EMP-FILE-OK = "Y"
               MOVE WS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE SPACES TO EMP-DEPT
               END-READ
           END-IF
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE CO-COMPANY TO WS-EMP-COMPANY.

       GET-SPLIT.
           *> Keyed until the shares total exactly 100 - a split
           *> that doesn't would leave part of the pay charged
           *> nowhere.
           MOVE "N" TO WS-SPLIT-DONE
           PERFORM UNTIL WS-SPLIT-DONE = "Y"
               PERFORM GET-SPLIT-SHARES
               IF WS-SPLIT-TOTAL = 100
                   MOVE "Y" TO WS-SPLIT-DONE
               ELSE
                   MOVE WS-SPLIT-TOTAL TO TOTAL-ED
                   DISPLAY "The shares total " TOTAL-ED
                       " - they must total 100. Re-enter the split."
               END-IF
           END-PERFORM.

       GET-SPLIT-SHARES.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-TOTAL
           MOVE SPACES TO WS-SPLIT-TABLE
           DISPLAY "Up to 5 departments; blank department ends the"
               " list."
           PERFORM UNTIL WS-SPLIT-COUNT = 5
               DISPLAY "Department code:"
               ACCEPT WS-SPLIT-DEPT
               MOVE FUNCTION UPPER-CASE(WS-SPLIT-DEPT)
                   TO WS-SPLIT-DEPT
               IF WS-SPLIT-DEPT = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-DEPARTMENT
               PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                       UNTIL WS-CHECK-INDEX > WS-SPLIT-COUNT
                   IF WS-SP-DEPT(WS-CHECK-INDEX) = WS-SPLIT-DEPT
                       DISPLAY "Department " WS-SPLIT-DEPT
                           " is already in this split."
                       MOVE "N" TO WS-DEPT-OK
                   END-IF
               END-PERFORM
               IF WS-DEPT-OK = "Y"
                   DISPLAY "Percentage for " WS-SPLIT-DEPT
                       " (e.g. 40.00):"
                   ACCEPT WS-SPLIT-PERCENT
                   IF WS-SPLIT-PERCENT = 0
                           OR WS-SPLIT-PERCENT > 100
                       DISPLAY "A share must be more than 0 and no"
                           " more than 100."
                   ELSE
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE WS-SPLIT-DEPT
                           TO WS-SP-DEPT(WS-SPLIT-COUNT)
                       MOVE WS-SPLIT-PERCENT
                           TO WS-SP-PERCENT(WS-SPLIT-COUNT)
                       ADD WS-SPLIT-PERCENT TO WS-SPLIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       MOVE-SPLIT-TO-RECORD.
           MOVE WS-EMP-ID      TO AL-EMP-ID
           MOVE WS-SPLIT-COUNT TO AL-SHARE-COUNT
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX > 5
               MOVE WS-SP-DEPT(WS-SPLIT-INDEX)
                   TO AL-DEPT(WS-SPLIT-INDEX)
               MOVE WS-SP-PERCENT(WS-SPLIT-INDEX)
                   TO AL-PERCENT(WS-SPLIT-INDEX)
               IF WS-SPLIT-INDEX > WS-SPLIT-COUNT
                   MOVE SPACES TO AL-DEPT(WS-SPLIT-INDEX)
                   MOVE 0 TO AL-PERCENT(WS-SPLIT-INDEX)
               END-IF
           END-PERFORM
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE WS-TODAY       TO AL-CHANGED-DATE.

       ADD-ALLOCATION.
           DISPLAY "Enter Employee ID (5 digits):"
           ACCEPT WS-EMP-ID
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMP-ID TO AL-EMP-ID
           READ ALLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Employee " WS-EMP-ID " already has a"
                       " split on file - use Change."
                   EXIT PARAGRAPH
           END-READ

           PERFORM GET-EMPLOYEE-COMPANY
           PERFORM GET-SPLIT
           MOVE SPACES TO ALLOC-RECORD
           PERFORM MOVE-SPLIT-TO-RECORD
           WRITE ALLOC-RECORD
               INVALID KEY
                   DISPLAY "Unable to add the split - status "
                       WS-ALLOC-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Split added - it applies from the next"
                       " pay cycle."
           END-WRITE.

       CHANGE-ALLOCATION.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO AL-EMP-ID
           READ ALLOC-FILE
               INVALID KEY
                   DISPLAY "No split on file for that ID - use Add."
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-ALLOCATION
           PERFORM GET-EMPLOYEE-COMPANY
           PERFORM GET-SPLIT
           PERFORM MOVE-SPLIT-TO-RECORD
           REWRITE ALLOC-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite the split - status "
                       WS-ALLOC-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Split updated."
           END-REWRITE.

       DELETE-ALLOCATION.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-EMP-ID
           MOVE WS-EMP-ID TO AL-EMP-ID
           READ ALLOC-FILE
               INVALID KEY
                   DISPLAY "No split on file for that ID."
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-ONE-ALLOCATION
           DISPLAY "Remove this split and charge the employee's home"
               " department alone? (Y/N)"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Split left as it was."
               EXIT PARAGRAPH
           END-IF
           DELETE ALLOC-FILE
               INVALID KEY
                   DISPLAY "Unable to delete the split - status "
                       WS-ALLOC-STATUS "."
               NOT INVALID KEY
                   DISPLAY "Split removed."
           END-DELETE.

       SHOW-ONE-ALLOCATION.
           DISPLAY "Split for employee " AL-EMP-ID " (set "
               AL-CHANGED-DATE " by " AL-OPERATOR-ID "):"
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX > AL-SHARE-COUNT
               MOVE AL-PERCENT(WS-SPLIT-INDEX) TO PERCENT-ED
               DISPLAY "  " AL-DEPT(WS-SPLIT-INDEX) " " PERCENT-ED
                   " pct"
           END-PERFORM.

       LIST-ALLOCATIONS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO AL-EMP-ID
           MOVE "N" TO WS-AT-END
           START ALLOC-FILE KEY >= AL-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           PERFORM UNTIL WS-AT-END = "Y"
               READ ALLOC-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM SHOW-ONE-ALLOCATION
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM

           DISPLAY WS-LIST-COUNT " split(s) on file.".
