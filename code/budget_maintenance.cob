      *> pay cycle's actuals against. Keyed Add/Change/Delete/List
      *> in the DeptMaintenance shape; the department code is
      *> checked against DEPTMAST.DAT so a budget can't be filed
      *> under a department that doesn't exist. A budget keyed in
      *> here is approved as it is entered; a draft seeded by the
      *> BudgetSeed run is adjusted with Change like any other and
      *> then approved with aPprove, after which no reseed can
      *> replace it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ASK-MONTH       PIC 9(2).
       01 WS-ASK-AMOUNT      PIC 9(9)V99.
       01 WS-SAME-ALL        PIC X VALUE SPACE.
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-STATUS-TEXT     PIC X(8).
       01 WS-MONTH-INDEX     PIC 9(2).
       01 WS-YEAR-TOTAL      PIC 9(11)V99.
       01 WS-DISPLAY-AMOUNT  PIC Z(8)9.99.
               END-IF

               PERFORM UNTIL WS-FINISH = "Y"
                   DISPLAY "Add, Change, aPprove, Delete, List or"
                       " eXit (A/C/P/D/L/X)?"
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                           PERFORM ADD-BUDGET
                       WHEN "C"
                           PERFORM CHANGE-BUDGET
                       WHEN "P"
                           PERFORM APPROVE-BUDGET
                       WHEN "D"
                           PERFORM DELETE-BUDGET
                       WHEN "L"
                       WHEN "X"
                           MOVE "Y" TO WS-FINISH
                       WHEN OTHER
                           DISPLAY "Please enter A, C, P, D, L or"
                               " X."
                   END-EVALUATE
               END-PERFORM

               ELSE
                   MOVE WS-ASK-DEPT TO BUD-DEPT
                   MOVE WS-ASK-YEAR TO BUD-YEAR
                   MOVE "A" TO BUD-STATUS
                   PERFORM LOAD-MONTHLY-AMOUNTS
                   WRITE BUD-RECORD
                       INVALID KEY
                   DISPLAY "No budget on file for that department"
                       " and year."
               NOT INVALID KEY
                   IF BUD-STATUS = "D"
                       DISPLAY "This budget is a draft awaiting"
                           " approval."
                   END-IF
                   DISPLAY "Enter month to adjust (1-12, 0 = set"
                       " all twelve):"
                   ACCEPT WS-ASK-MONTH
                   END-REWRITE
           END-READ.

       APPROVE-BUDGET.
           *> Approval is what protects a seeded year: BudgetSeed
           *> replaces a draft on every rerun but leaves an approved
           *> budget exactly as it stands.
           PERFORM GET-BUDGET-KEY

           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "No budget on file for that department"
                       " and year."
               NOT INVALID KEY
                   IF BUD-STATUS NOT = "D"
                       DISPLAY "That budget is already approved."
                   ELSE
                       MOVE 0 TO WS-YEAR-TOTAL
                       PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                               UNTIL WS-MONTH-INDEX > 12
                           ADD BUD-MONTH-AMOUNT(WS-MONTH-INDEX)
                               TO WS-YEAR-TOTAL
                       END-PERFORM
                       MOVE WS-YEAR-TOTAL TO WS-DISPLAY-TOTAL
                       DISPLAY "Draft annual total: " WS-DISPLAY-TOTAL
                       DISPLAY "Approve this budget? (Y/N)"
                       ACCEPT WS-CONFIRM
                       MOVE FUNCTION UPPER-CASE(WS-CONFIRM)
                           TO WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           MOVE "A" TO BUD-STATUS
                           REWRITE BUD-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to approve"
                                       " budget."
                               NOT INVALID KEY
                                   DISPLAY "Budget approved."
                           END-REWRITE
                       ELSE
                           DISPLAY "Budget left as a draft."
                       END-IF
                   END-IF
           END-READ.

       DELETE-BUDGET.
           PERFORM GET-BUDGET-KEY

                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "DEPT       YEAR   ANNUAL-TOTAL STATUS"
           DISPLAY "---------- ---- -------------- --------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ BUDGET-FILE NEXT
                               TO WS-YEAR-TOTAL
                       END-PERFORM
                       MOVE WS-YEAR-TOTAL TO WS-DISPLAY-TOTAL
                       IF BUD-STATUS = "D"
                           MOVE "DRAFT" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "APPROVED" TO WS-STATUS-TEXT
                       END-IF
                       DISPLAY BUD-DEPT " " BUD-YEAR " "
                           WS-DISPLAY-TOTAL " " WS-STATUS-TEXT
               END-READ
           END-PERFORM.
