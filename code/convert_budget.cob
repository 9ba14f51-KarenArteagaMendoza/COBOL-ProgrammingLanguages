       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertBudget.

      *> One-time upgrade of the department budget file to the layout
      *> that carries BUD-STATUS, in the same shape as the
      *> ConvertDeptMaster bridge. A file written under the prior
      *> 146-byte layout no longer opens in the current programs
      *> (file status 39); this run reads it sequentially, writes
      *> every budget in the current layout as approved - each one
      *> was keyed in and agreed before drafts existed - and verifies
      *> the count read against the count written before declaring
      *> success. The output defaults to BUDGET.NEW so the conversion
      *> never clobbers the old file until operations renames it into
      *> place.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-OLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BUD-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE.
      *> The budget record as every program wrote it before a budget
      *> could be a draft awaiting approval.
       01 OLD-BUD-RECORD.
           05 OLD-BUD-KEY.
               10 OLD-BUD-DEPT        PIC X(10).
               10 OLD-BUD-YEAR        PIC 9(4).
           05 OLD-BUD-MONTH-AMOUNT    OCCURS 12 TIMES PIC 9(9)V99.

       FD BUDGET-FILE.
           COPY "budgetrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-NAME    PIC X(40) VALUE "BUDGET.DAT".
       01 WS-BUDGET-FILE-NAME PIC X(40) VALUE "BUDGET.NEW".

       01 WS-OLD-STATUS      PIC X(2) VALUE SPACE.
       01 WS-BUDGET-STATUS   PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-MONTH-INDEX     PIC 9(2).

       01 WS-BUD-READ        PIC 9(5) VALUE 0.
       01 WS-BUD-WRITTEN     PIC 9(5) VALUE 0.
       01 WS-WRITE-ERRORS    PIC 9(5) VALUE 0.
       01 WS-OUT-OF-STEP     PIC X VALUE "N".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ConvertBudget" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           OPEN INPUT OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open the old-layout budget file "
                   FUNCTION TRIM(WS-OLD-FILE-NAME) " - status "
                   WS-OLD-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "Unable to create the converted file "
                   FUNCTION TRIM(WS-BUDGET-FILE-NAME) " - status "
                   WS-BUDGET-STATUS "."
               CLOSE OLD-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ OLD-FILE
               AT END
                   MOVE "Y" TO WS-AT-END
           END-READ

           PERFORM UNTIL WS-AT-END = "Y"
               PERFORM CONVERT-ONE-RECORD

               READ OLD-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
               END-READ
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE BUDGET-FILE

           DISPLAY "Converted " WS-BUD-WRITTEN " budget(s) to "
               FUNCTION TRIM(WS-BUDGET-FILE-NAME) ", all approved."

           MOVE "N" TO WS-OUT-OF-STEP
           IF WS-WRITE-ERRORS > 0
                   OR WS-BUD-WRITTEN NOT = WS-BUD-READ
               DISPLAY WS-WRITE-ERRORS " budget(s) failed to"
                   " convert."
               MOVE "Y" TO WS-OUT-OF-STEP
           END-IF
           IF WS-OUT-OF-STEP = "N"
               DISPLAY "Conversion verified - rename "
                   FUNCTION TRIM(WS-BUDGET-FILE-NAME)
                   " into place to complete the upgrade."
           ELSE
               DISPLAY "Conversion NOT verified - reconcile before"
                   " putting " FUNCTION TRIM(WS-BUDGET-FILE-NAME)
                   " into service."
           END-IF

           MOVE WS-BUD-READ     TO RL-RECORDS-READ
           MOVE WS-BUD-WRITTEN  TO RL-RECORDS-WRITTEN
           MOVE WS-WRITE-ERRORS TO RL-RECORDS-SKIPPED
           IF WS-OUT-OF-STEP = "Y"
               MOVE "OOS" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-OUT-OF-STEP = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-OLD-FILE-NAME FROM ENVIRONMENT "BUDGETOLD"
               ON EXCEPTION
                   MOVE "BUDGET.DAT" TO WS-OLD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BUDGET-FILE-NAME FROM ENVIRONMENT "BUDGETNEW"
               ON EXCEPTION
                   MOVE "BUDGET.NEW" TO WS-BUDGET-FILE-NAME
           END-ACCEPT.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-BUD-READ

           MOVE SPACES TO BUD-RECORD
           MOVE OLD-BUD-DEPT TO BUD-DEPT
           MOVE OLD-BUD-YEAR TO BUD-YEAR
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               MOVE OLD-BUD-MONTH-AMOUNT(WS-MONTH-INDEX)
                   TO BUD-MONTH-AMOUNT(WS-MONTH-INDEX)
           END-PERFORM
           MOVE "A" TO BUD-STATUS

           WRITE BUD-RECORD
               INVALID KEY
                   DISPLAY "Budget " OLD-BUD-DEPT " " OLD-BUD-YEAR
                       " out of sequence on the old file - not"
                       " converted."
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-BUD-WRITTEN
           END-WRITE.
