       01 WS-DEPT-CODE       PIC X(10).
       01 WS-DEPT-NAME       PIC X(30).
       01 WS-DEPT-COST-CENTER PIC X(6).
       01 WS-DEPT-COMPANY    PIC X(4).
       01 WS-FROM-COMPANY    PIC X(4).
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-IN-USE-COUNT    PIC 9(5) VALUE 0.
       01 WS-EMP-EOF         PIC X VALUE "N".
       01 WS-MERGE-DATE      PIC 9(8).
       01 WS-JRNL-BEFORE     PIC X(91) VALUE SPACE.

      *> Request area for CompanyLookup.
           COPY "companyreq.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
                   ACCEPT WS-DEPT-NAME
                   DISPLAY "Enter Cost Center:"
                   ACCEPT WS-DEPT-COST-CENTER
                   DISPLAY "Enter Company (blank = home company):"
                   ACCEPT WS-DEPT-COMPANY
                   PERFORM RESOLVE-DEPT-COMPANY

                   MOVE WS-DEPT-CODE        TO DEPT-CODE
                   MOVE WS-DEPT-NAME        TO DEPT-NAME
                   MOVE WS-DEPT-COST-CENTER TO DEPT-COST-CENTER
                   MOVE WS-DEPT-COMPANY     TO DEPT-COMPANY
                   WRITE DEPT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to add department."
                       NOT INVALID KEY
                           DISPLAY "Department added."
                           PERFORM REFRESH-COMPANY-TABLE
                   END-WRITE
               END-IF
           END-IF.
               NOT INVALID KEY
                   DISPLAY "Current Name:        " DEPT-NAME
                   DISPLAY "Current Cost Center: " DEPT-COST-CENTER
                   DISPLAY "Current Company:     " DEPT-COMPANY
                   DISPLAY "Enter corrected Department Name:"
                   ACCEPT WS-DEPT-NAME
                   DISPLAY "Enter corrected Cost Center:"
                   ACCEPT WS-DEPT-COST-CENTER
                   DISPLAY "Enter Company (blank = unchanged):"
                   ACCEPT WS-DEPT-COMPANY
                   PERFORM CHANGE-DEPT-COMPANY
           END-READ.

       CHANGE-DEPT-COMPANY.
           *> A department can only move to another company while
           *> nobody is in it: its employees' pay, GL and trailer
           *> totals all follow the company, so moving people between
           *> employers is a termination in one and a hire in the
           *> other, never a quiet re-point here.
           IF WS-DEPT-COMPANY = SPACES
               MOVE DEPT-COMPANY TO WS-DEPT-COMPANY
           END-IF
           PERFORM RESOLVE-DEPT-COMPANY
           MOVE DEPT-COMPANY TO WS-FROM-COMPANY
           IF WS-FROM-COMPANY = SPACES
               MOVE CO-COMPANY TO WS-FROM-COMPANY
           END-IF

           IF WS-DEPT-COMPANY NOT = WS-FROM-COMPANY
               PERFORM COUNT-EMPLOYEES-IN-DEPT
               IF WS-IN-USE-COUNT > 0
                   DISPLAY "Department " WS-DEPT-CODE " still"
                       " carries " WS-IN-USE-COUNT
                       " employee record(s) - it cannot move to"
                       " company " WS-DEPT-COMPANY
                       ". Change not made."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-DEPT-NAME        TO DEPT-NAME
           MOVE WS-DEPT-COST-CENTER TO DEPT-COST-CENTER
           MOVE WS-DEPT-COMPANY     TO DEPT-COMPANY
           REWRITE DEPT-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite department."
               NOT INVALID KEY
                   DISPLAY "Department updated."
                   PERFORM REFRESH-COMPANY-TABLE
           END-REWRITE.

       RESOLVE-DEPT-COMPANY.
           *> Blank is the home company; codes are kept upper case.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-COMPANY) TO WS-DEPT-COMPANY
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST
           IF WS-DEPT-COMPANY = SPACES
               MOVE CO-COMPANY TO WS-DEPT-COMPANY
           END-IF.

       REFRESH-COMPANY-TABLE.
           *> Anything later in this run unit that asks which company
           *> a department belongs to must see the change just made.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "R" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST.

       DELETE-DEPARTMENT.
           *> Delete refuses while any employee record still
           *> carries the code - otherwise the next pay run posts
           *> before/after journal entries for each rewrite - and
           *> only then retire the old code. The trailer's control
           *> totals are untouched: no record is added, removed, or
           *> changed in salary - which is why both departments must
           *> belong to the same company.
           DISPLAY "Enter Department Code being closed:"
           ACCEPT WS-FROM-DEPT
           MOVE FUNCTION UPPER-CASE(WS-FROM-DEPT) TO WS-FROM-DEPT
                   DISPLAY "No department on the master with that"
                       " code."
                   MOVE SPACES TO WS-FROM-DEPT
               NOT INVALID KEY
                   MOVE DEPT-COMPANY TO WS-FROM-COMPANY
           END-READ
           IF WS-FROM-DEPT = SPACES
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           MOVE DEPT-COMPANY TO WS-DEPT-COMPANY
           PERFORM RESOLVE-DEPT-COMPANY
           IF WS-FROM-COMPANY = SPACES
               MOVE CO-COMPANY TO WS-FROM-COMPANY
           END-IF
           IF WS-FROM-COMPANY NOT = WS-DEPT-COMPANY
               DISPLAY WS-FROM-DEPT " (company " WS-FROM-COMPANY
                   ") and " WS-TO-DEPT " (company " WS-DEPT-COMPANY
                   ") belong to different companies - merge"
                   " refused."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Merge every employee from " WS-FROM-DEPT
               " into " WS-TO-DEPT " and retire the old code?"
               " (Y/N)"
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "CODE       NAME                           CC     "
               "CO"
           DISPLAY "---------- ------------------------------ ------ "
               "----"

           PERFORM UNTIL WS-AT-END = "Y"
               READ DEPT-FILE NEXT
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       DISPLAY DEPT-CODE " " DEPT-NAME " "
                           DEPT-COST-CENTER " " DEPT-COMPANY
               END-READ
           END-PERFORM.
