       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrearsReport.

      *> What is still owed on deductions the net pay could not
      *> cover, from ARREARS.DAT. The first part lists each open
      *> balance by employee - since when it has been owed and what
      *> the last cycle added and recovered - for payroll to follow
      *> up. The second totals the same balances by deduction code,
      *> which is the figure each creditor (the court, the plan, the
      *> union) is told is outstanding. An optional code filter
      *> narrows both parts to one creditor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREARS-FILE ASSIGN DYNAMIC WS-ARREARS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ARREARS-STATUS.

           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARREARS-FILE.
           COPY "arrears.cpy".

       FD EMP-FILE.
           COPY "emprecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ARREARS-FILE-NAME PIC X(40) VALUE "ARREARS.DAT".
       01 WS-EMP-FILE-NAME     PIC X(40) VALUE "EMPLOYEE.DAT".

       01 WS-ARREARS-STATUS  PIC X(2) VALUE SPACE.
       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-EMP-FILE-OK     PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-PICK-CODE       PIC X(4).
       01 WS-SHOW-NAME       PIC X(30).

       01 WS-READ-COUNT      PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(6) VALUE 0.
       01 WS-BALANCE-TOTAL   PIC 9(11)V99 VALUE 0.

       01 WS-CODE-ENTRIES    PIC 9(3) VALUE 0.
       01 WS-CODE-FOUND      PIC X VALUE "N".
       01 WS-CODE-INDEX      PIC 9(3).
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-CD-CODE       PIC X(4).
               10 WS-CD-DESC       PIC X(20).
               10 WS-CD-COUNT      PIC 9(5).
               10 WS-CD-BALANCE    PIC 9(11)V99.
               10 WS-CD-SHORT      PIC 9(11)V99.
               10 WS-CD-RECOVERED  PIC 9(11)V99.

       01 WS-DISPLAY-AMOUNT  PIC Z(6)9.99.
       01 WS-DISPLAY-SHORT   PIC Z(6)9.99.
       01 WS-DISPLAY-RECOV   PIC Z(6)9.99.
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ArrearsReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           ACCEPT WS-ARREARS-FILE-NAME FROM ENVIRONMENT "ARREARS"
               ON EXCEPTION
                   MOVE "ARREARS.DAT" TO WS-ARREARS-FILE-NAME
           END-ACCEPT
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT

           DISPLAY "Deduction code to report (blank = all):"
           ACCEPT WS-PICK-CODE
           MOVE FUNCTION UPPER-CASE(WS-PICK-CODE) TO WS-PICK-CODE

           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-STATUS NOT = "00"
               DISPLAY "Unable to open ARREARS.DAT - status "
                   WS-ARREARS-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> Names only dress the listing; without the master the
           *> balances are still reported by ID.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-FILE-OK
           ELSE
               DISPLAY "Warning: unable to open EMPLOYEE.DAT -"
                   " status " WS-EMP-STATUS ". Names are not shown."
           END-IF

           DISPLAY "Deduction Arrears Report"
           DISPLAY "EMP-ID NAME                           CODE"
               " SINCE  BALANCE    LAST SHORT LAST RECOV"
           DISPLAY "------ ------------------------------ ----"
               " ------ ---------- ---------- ----------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ ARREARS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-PICK-CODE = SPACES
                               OR AR-CODE = WS-PICK-CODE
                           PERFORM REPORT-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARREARS-FILE
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMP-FILE
           END-IF

           DISPLAY " "
           MOVE WS-BALANCE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY WS-OPEN-COUNT " open balance(s); total owed "
               WS-DISPLAY-TOTAL

           PERFORM PRINT-CODE-SUMMARY

           MOVE WS-READ-COUNT TO RL-RECORDS-READ
           MOVE "OK" TO RL-FINAL-STATUS
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-ONE-BALANCE.
           *> A cleared balance is history; it only still counts in
           *> the code summary for what its last cycle recovered.
           PERFORM FIND-OR-ADD-CODE
           ADD AR-LAST-SHORT     TO WS-CD-SHORT(WS-CODE-INDEX)
           ADD AR-LAST-RECOVERED TO WS-CD-RECOVERED(WS-CODE-INDEX)
           IF AR-BALANCE = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           ADD AR-BALANCE TO WS-BALANCE-TOTAL
           ADD 1 TO WS-CD-COUNT(WS-CODE-INDEX)
           ADD AR-BALANCE TO WS-CD-BALANCE(WS-CODE-INDEX)

           MOVE SPACES TO WS-SHOW-NAME
           IF WS-EMP-FILE-OK = "Y"
               MOVE AR-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO WS-SHOW-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-SHOW-NAME
               END-READ
           END-IF

           MOVE AR-BALANCE        TO WS-DISPLAY-AMOUNT
           MOVE AR-LAST-SHORT     TO WS-DISPLAY-SHORT
           MOVE AR-LAST-RECOVERED TO WS-DISPLAY-RECOV
           DISPLAY AR-EMP-ID "  " WS-SHOW-NAME " " AR-CODE " "
               AR-FIRST-PERIOD " " WS-DISPLAY-AMOUNT " "
               WS-DISPLAY-SHORT " " WS-DISPLAY-RECOV.

       FIND-OR-ADD-CODE.
           MOVE "N" TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
                   UNTIL WS-CODE-INDEX > WS-CODE-ENTRIES
               IF WS-CD-CODE(WS-CODE-INDEX) = AR-CODE
                   MOVE "Y" TO WS-CODE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CODE-FOUND = "N"
               IF WS-CODE-ENTRIES < 50
                   ADD 1 TO WS-CODE-ENTRIES
               END-IF
               MOVE WS-CODE-ENTRIES TO WS-CODE-INDEX
               MOVE AR-CODE TO WS-CD-CODE(WS-CODE-INDEX)
               MOVE AR-DESC TO WS-CD-DESC(WS-CODE-INDEX)
               MOVE 0 TO WS-CD-COUNT(WS-CODE-INDEX)
               MOVE 0 TO WS-CD-BALANCE(WS-CODE-INDEX)
               MOVE 0 TO WS-CD-SHORT(WS-CODE-INDEX)
               MOVE 0 TO WS-CD-RECOVERED(WS-CODE-INDEX)
           END-IF.

       PRINT-CODE-SUMMARY.
           DISPLAY " "
           DISPLAY "Arrears by deduction code (creditor summary)"
           DISPLAY "CODE DESCRIPTION          EMPS  OWED"
               "           LAST SHORT LAST RECOV"
           DISPLAY "---- -------------------- ----- ---------------"
               " ---------- ----------"

           PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
                   UNTIL WS-CODE-INDEX > WS-CODE-ENTRIES
               MOVE WS-CD-BALANCE(WS-CODE-INDEX) TO WS-DISPLAY-TOTAL
               MOVE WS-CD-SHORT(WS-CODE-INDEX) TO WS-DISPLAY-SHORT
               MOVE WS-CD-RECOVERED(WS-CODE-INDEX) TO WS-DISPLAY-RECOV
               DISPLAY WS-CD-CODE(WS-CODE-INDEX) " "
                   WS-CD-DESC(WS-CODE-INDEX) " "
                   WS-CD-COUNT(WS-CODE-INDEX) " "
                   WS-DISPLAY-TOTAL " " WS-DISPLAY-SHORT " "
                   WS-DISPLAY-RECOV
           END-PERFORM.
