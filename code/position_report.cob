       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionVacancyReport.

      *> Vacancy and over-complement report for position control:
      *> every authorized position on POSMAST.DAT against the active
      *> headcount on EMPLOYEE.DAT in that department and grade,
      *> with each department's total across its grades, then every
      *> active employee sitting in a department and grade with no
      *> authorized position at all. Anything over complement - an
      *> override at entry, or a position cut after it was filled -
      *> sets the exception status so budget review sees it before
      *> the next hire does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT POS-FILE ASSIGN DYNAMIC WS-POS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD POS-FILE.
           COPY "posrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-POS-FILE-NAME   PIC X(40) VALUE "POSMAST.DAT".

       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-POS-STATUS      PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.
       01 WS-RECORDS-READ    PIC 9(6) VALUE 0.
       01 WS-ACTIVE-COUNT    PIC 9(6) VALUE 0.

       *> One entry per position on file, in POSMAST.DAT key order,
       *> followed by one per department and grade found on the
       *> master with no position of its own (WS-PT-ON-FILE "N").
       01 WS-POS-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-POS-INDEX       PIC 9(3).
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 600 TIMES.
               10 WS-PT-DEPT     PIC X(10).
               10 WS-PT-GRADE    PIC X(4).
               10 WS-PT-AUTH     PIC 9(4).
               10 WS-PT-FILLED   PIC 9(5).
               10 WS-PT-ON-FILE  PIC X(1).

       *> Department totals for departments under position control:
       *> every authorized position, and every active employee in
       *> the department whatever their grade.
       01 WS-PDEPT-ENTRIES   PIC 9(3) VALUE 0.
       01 WS-PDEPT-INDEX     PIC 9(3).
       01 WS-PDEPT-TABLE.
           05 WS-PDEPT-ENTRY OCCURS 200 TIMES.
               10 WS-PD-DEPT     PIC X(10).
               10 WS-PD-AUTH     PIC 9(6).
               10 WS-PD-FILLED   PIC 9(6).

       01 WS-FIND-DEPT       PIC X(10).
       01 WS-FIND-GRADE      PIC X(4).
       01 WS-LAST-DEPT       PIC X(10).
       01 WS-TABLE-FULL      PIC X VALUE "N".

       01 WS-TOTAL-AUTH      PIC 9(6) VALUE 0.
       01 WS-TOTAL-FILLED    PIC 9(6) VALUE 0.
       01 WS-TOTAL-VACANT    PIC 9(6) VALUE 0.
       01 WS-TOTAL-OVER      PIC 9(6) VALUE 0.
       01 WS-UNCONTROLLED    PIC 9(6) VALUE 0.
       01 WS-DEPTS-OVER      PIC 9(4) VALUE 0.
       01 WS-EXCEPTIONS      PIC 9(6) VALUE 0.
       01 WS-VACANT          PIC 9(6).
       01 WS-OVER            PIC 9(6).

       01 WS-AUTH-ED         PIC Z(5)9.
       01 WS-FILLED-ED       PIC Z(5)9.
       01 WS-VACANT-ED       PIC Z(5)9.
       01 WS-OVER-ED         PIC Z(5)9.
       01 WS-FLAG-TEXT       PIC X(24).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "PositionVacancyReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           OPEN INPUT POS-FILE
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "Unable to open POSMAST.DAT - status "
                   WS-POS-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               CLOSE POS-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-AT-END = "Y"
               READ POS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM TABLE-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POS-FILE

           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                           ADD 1 TO WS-RECORDS-READ
                           IF EMP-STATUS NOT = "T"
                               PERFORM COUNT-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-FILE

           PERFORM PRINT-AUTHORIZED-POSITIONS
           PERFORM PRINT-UNAUTHORIZED-HEADCOUNT

           DISPLAY " "
           MOVE WS-TOTAL-AUTH   TO WS-AUTH-ED
           MOVE WS-TOTAL-FILLED TO WS-FILLED-ED
           MOVE WS-TOTAL-VACANT TO WS-VACANT-ED
           MOVE WS-TOTAL-OVER   TO WS-OVER-ED
           MOVE WS-ACTIVE-COUNT TO WS-VACANT-ED
           DISPLAY "Active employees:         " WS-VACANT-ED
           MOVE WS-TOTAL-VACANT TO WS-VACANT-ED
           DISPLAY "Authorized positions:     " WS-AUTH-ED
           DISPLAY "Filled against positions: " WS-FILLED-ED
           DISPLAY "Vacancies:                " WS-VACANT-ED
           DISPLAY "Over complement:          " WS-OVER-ED
           IF WS-DEPTS-OVER > 0
               DISPLAY "Departments over their total: " WS-DEPTS-OVER
           END-IF
           IF WS-UNCONTROLLED > 0
               MOVE WS-UNCONTROLLED TO WS-OVER-ED
               DISPLAY "Active in departments not under position"
                   " control: " WS-OVER-ED
           END-IF

           COMPUTE WS-EXCEPTIONS = WS-TOTAL-OVER + WS-DEPTS-OVER
           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-EXCEPTIONS   TO RL-RECORDS-WRITTEN
           IF WS-EXCEPTIONS > 0
               MOVE "EXC" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-POS-FILE-NAME FROM ENVIRONMENT "POSMAST"
               ON EXCEPTION
                   MOVE "POSMAST.DAT" TO WS-POS-FILE-NAME
           END-ACCEPT.

       TABLE-ONE-POSITION.
           IF WS-POS-ENTRIES >= 600
               PERFORM WARN-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-ENTRIES
           MOVE POS-DEPT       TO WS-PT-DEPT(WS-POS-ENTRIES)
           MOVE POS-GRADE      TO WS-PT-GRADE(WS-POS-ENTRIES)
           MOVE POS-AUTHORIZED TO WS-PT-AUTH(WS-POS-ENTRIES)
           MOVE 0              TO WS-PT-FILLED(WS-POS-ENTRIES)
           MOVE "Y"            TO WS-PT-ON-FILE(WS-POS-ENTRIES)

           MOVE POS-DEPT TO WS-FIND-DEPT
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               IF WS-PDEPT-ENTRIES >= 200
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PDEPT-ENTRIES
               MOVE WS-PDEPT-ENTRIES TO WS-PDEPT-INDEX
               MOVE POS-DEPT TO WS-PD-DEPT(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-AUTH(WS-PDEPT-INDEX)
               MOVE 0 TO WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF
           ADD POS-AUTHORIZED TO WS-PD-AUTH(WS-PDEPT-INDEX).

       WARN-TABLE-FULL.
           IF WS-TABLE-FULL NOT = "Y"
               MOVE "Y" TO WS-TABLE-FULL
               DISPLAY "Warning: position table full - the report"
                   " below is incomplete."
           END-IF.

       COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE EMP-DEPT  TO WS-FIND-DEPT
           MOVE EMP-GRADE TO WS-FIND-GRADE

           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX > 0
               ADD 1 TO WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF

           PERFORM FIND-POSITION-ENTRY
           IF WS-POS-INDEX = 0
               IF WS-POS-ENTRIES >= 600
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POS-ENTRIES
               MOVE WS-POS-ENTRIES TO WS-POS-INDEX
               MOVE EMP-DEPT  TO WS-PT-DEPT(WS-POS-INDEX)
               MOVE EMP-GRADE TO WS-PT-GRADE(WS-POS-INDEX)
               MOVE 0         TO WS-PT-AUTH(WS-POS-INDEX)
               MOVE 0         TO WS-PT-FILLED(WS-POS-INDEX)
               MOVE "N"       TO WS-PT-ON-FILE(WS-POS-INDEX)
           END-IF
           ADD 1 TO WS-PT-FILLED(WS-POS-INDEX).

       FIND-POSITION-DEPT.
           *> WS-PDEPT-INDEX comes back zero when WS-FIND-DEPT has no
           *> positions on file.
           PERFORM VARYING WS-PDEPT-INDEX FROM 1 BY 1
                   UNTIL WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               IF WS-PD-DEPT(WS-PDEPT-INDEX) = WS-FIND-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PDEPT-INDEX > WS-PDEPT-ENTRIES
               MOVE 0 TO WS-PDEPT-INDEX
           END-IF.

       FIND-POSITION-ENTRY.
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-DEPT(WS-POS-INDEX) = WS-FIND-DEPT
                       AND WS-PT-GRADE(WS-POS-INDEX) = WS-FIND-GRADE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS-INDEX > WS-POS-ENTRIES
               MOVE 0 TO WS-POS-INDEX
           END-IF.

       PRINT-AUTHORIZED-POSITIONS.
           DISPLAY "Position Control - Vacancy and Over-Complement"
           DISPLAY "DEPARTMENT GRD    AUTH FILLED VACANT   OVER"
           DISPLAY "---------- ---- ------ ------ ------ ------"

           MOVE SPACES TO WS-LAST-DEPT
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-ON-FILE(WS-POS-INDEX) = "Y"
                   IF WS-PT-DEPT(WS-POS-INDEX) NOT = WS-LAST-DEPT
                           AND WS-LAST-DEPT NOT = SPACES
                       PERFORM PRINT-DEPT-TOTAL
                   END-IF
                   MOVE WS-PT-DEPT(WS-POS-INDEX) TO WS-LAST-DEPT
                   PERFORM PRINT-ONE-POSITION
               END-IF
           END-PERFORM

           IF WS-LAST-DEPT NOT = SPACES
               PERFORM PRINT-DEPT-TOTAL
           END-IF.

       PRINT-ONE-POSITION.
           MOVE 0 TO WS-VACANT
           MOVE 0 TO WS-OVER
           IF WS-PT-FILLED(WS-POS-INDEX) > WS-PT-AUTH(WS-POS-INDEX)
               COMPUTE WS-OVER = WS-PT-FILLED(WS-POS-INDEX)
                   - WS-PT-AUTH(WS-POS-INDEX)
           ELSE
               COMPUTE WS-VACANT = WS-PT-AUTH(WS-POS-INDEX)
                   - WS-PT-FILLED(WS-POS-INDEX)
           END-IF
           ADD WS-PT-AUTH(WS-POS-INDEX)   TO WS-TOTAL-AUTH
           ADD WS-PT-FILLED(WS-POS-INDEX) TO WS-TOTAL-FILLED
           ADD WS-VACANT TO WS-TOTAL-VACANT
           ADD WS-OVER   TO WS-TOTAL-OVER

           MOVE WS-PT-AUTH(WS-POS-INDEX)   TO WS-AUTH-ED
           MOVE WS-PT-FILLED(WS-POS-INDEX) TO WS-FILLED-ED
           MOVE WS-VACANT TO WS-VACANT-ED
           MOVE WS-OVER   TO WS-OVER-ED
           IF WS-OVER > 0
               DISPLAY WS-PT-DEPT(WS-POS-INDEX) " "
                   WS-PT-GRADE(WS-POS-INDEX) " " WS-AUTH-ED " "
                   WS-FILLED-ED " " WS-VACANT-ED " " WS-OVER-ED
                   "  ** OVER COMPLEMENT **"
           ELSE
               DISPLAY WS-PT-DEPT(WS-POS-INDEX) " "
                   WS-PT-GRADE(WS-POS-INDEX) " " WS-AUTH-ED " "
                   WS-FILLED-ED " " WS-VACANT-ED " " WS-OVER-ED
           END-IF.

       PRINT-DEPT-TOTAL.
           *> The department line counts every active employee in the
           *> department - graded into a position or not - which is
           *> the figure ungraded hires are held to.
           MOVE WS-LAST-DEPT TO WS-FIND-DEPT
           PERFORM FIND-POSITION-DEPT
           IF WS-PDEPT-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VACANT
           MOVE 0 TO WS-OVER
           IF WS-PD-FILLED(WS-PDEPT-INDEX)
                   > WS-PD-AUTH(WS-PDEPT-INDEX)
               COMPUTE WS-OVER = WS-PD-FILLED(WS-PDEPT-INDEX)
                   - WS-PD-AUTH(WS-PDEPT-INDEX)
           ELSE
               COMPUTE WS-VACANT = WS-PD-AUTH(WS-PDEPT-INDEX)
                   - WS-PD-FILLED(WS-PDEPT-INDEX)
           END-IF
           MOVE WS-PD-AUTH(WS-PDEPT-INDEX)   TO WS-AUTH-ED
           MOVE WS-PD-FILLED(WS-PDEPT-INDEX) TO WS-FILLED-ED
           MOVE WS-VACANT TO WS-VACANT-ED
           MOVE WS-OVER   TO WS-OVER-ED
           IF WS-OVER > 0
               ADD 1 TO WS-DEPTS-OVER
               DISPLAY "           all  " WS-AUTH-ED " " WS-FILLED-ED
                   " " WS-VACANT-ED " " WS-OVER-ED
                   "  ** DEPARTMENT OVER **"
           ELSE
               DISPLAY "           all  " WS-AUTH-ED " " WS-FILLED-ED
                   " " WS-VACANT-ED " " WS-OVER-ED
           END-IF
           DISPLAY " ".

       PRINT-UNAUTHORIZED-HEADCOUNT.
           *> Active employees with no authorized position to sit in.
           *> In a department under position control a graded one
           *> is over complement; an ungraded one is held to the
           *> department total above, the way the entry checks hold
           *> ungraded hires. A department with no positions on file
           *> at all is listed for completeness but not counted
           *> against anyone.
           DISPLAY " "
           DISPLAY "Active Headcount With No Authorized Position"
           DISPLAY "DEPARTMENT GRD  ACTIVE"
           DISPLAY "---------- ---- ------"

           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-ENTRIES
               IF WS-PT-ON-FILE(WS-POS-INDEX) = "N"
                   MOVE WS-PT-DEPT(WS-POS-INDEX) TO WS-FIND-DEPT
                   PERFORM FIND-POSITION-DEPT
                   IF WS-PDEPT-INDEX = 0
                       MOVE "(DEPT NOT CONTROLLED)" TO WS-FLAG-TEXT
                       ADD WS-PT-FILLED(WS-POS-INDEX)
                           TO WS-UNCONTROLLED
                   ELSE
                       IF WS-PT-GRADE(WS-POS-INDEX) = SPACES
                           MOVE "(UNGRADED - DEPT TOTAL)"
                               TO WS-FLAG-TEXT
                       ELSE
                           MOVE "** OVER COMPLEMENT **"
                               TO WS-FLAG-TEXT
                           ADD WS-PT-FILLED(WS-POS-INDEX)
                               TO WS-TOTAL-OVER
                       END-IF
                   END-IF
                   MOVE WS-PT-FILLED(WS-POS-INDEX) TO WS-FILLED-ED
                   DISPLAY WS-PT-DEPT(WS-POS-INDEX) " "
                       WS-PT-GRADE(WS-POS-INDEX) " " WS-FILLED-ED
                       "  " WS-FLAG-TEXT
               END-IF
           END-PERFORM.
