       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeAsOf.

      *> Point-in-time inquiry over the employee master, for the
      *> auditor's "what was this person's department, grade and
      *> salary on 30 June". Rather than restoring a backup
      *> generation into a scratch master, the run starts from the
      *> nearest clean UnloadEmployee generation on BKCATLG.DAT
      *> taken on or before the as-of date and replays the
      *> EMPJRNL.DAT after images over it, in memory, up to the end
      *> of that day - the same forward replay RecoverEmployee does,
      *> without writing anything. EMPLOYEE.DAT itself is never
      *> opened. One employee or a whole department is reported as
      *> they stood, and each field is shown with the journal entry
      *> that gave it its value (action, when, and by whom). A value
      *> that was already on the backup is traced to the last
      *> journal entry before the backup that set it; one older than
      *> the journal shows as coming from the backup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN DYNAMIC WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CATLG-FILE ASSIGN DYNAMIC WS-CATLG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-FILE.
       01 BACKUP-RECORD.
           05 BK-IMAGE           PIC X(91).
           05 FILLER             PIC X(01).

       FD JRNL-FILE.
           COPY "empjrnl.cpy".

       FD CATLG-FILE.
           COPY "bkcatrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BACKUP-FILE-NAME PIC X(40) VALUE SPACE.
       01 WS-JRNL-FILE-NAME   PIC X(40) VALUE "EMPJRNL.DAT".
       01 WS-CATLG-FILE-NAME  PIC X(40) VALUE "BKCATLG.DAT".

       01 WS-BACKUP-STATUS   PIC X(2) VALUE SPACE.
       01 WS-JRNL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-CATLG-STATUS    PIC X(2) VALUE SPACE.
       01 WS-BACKUP-EOF      PIC X VALUE "N".
       01 WS-JRNL-EOF        PIC X VALUE "N".
       01 WS-CATLG-EOF       PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       *> What to report: one employee (E) or everyone in a
       *> department (D), as they stood at the end of WS-AS-OF-DATE.
       01 WS-MODE            PIC X VALUE SPACE.
       01 WS-AS-OF-DATE      PIC 9(8) VALUE 0.
       01 WS-WANT-ID         PIC 9(5) VALUE 0.
       01 WS-WANT-DEPT       PIC X(10) VALUE SPACE.

       *> The generation replay starts from: the latest clean one
       *> dated on or before the as-of date. Journal entries from
       *> that day on are replayed over it - an entry keyed earlier
       *> that day than the unload ran is already on the backup,
       *> and replaying its after image again changes nothing.
       01 WS-GEN-DATE        PIC 9(8) VALUE 0.
       01 WS-GEN-FOUND       PIC X VALUE "N".
       01 WS-ENTRY-DATE      PIC 9(8).

       *> Every employee the backup and journal know of, as the
       *> replay leaves them. A whole department has to be carried
       *> whole, since anyone might have transferred in before the
       *> as-of date; for one employee only that ID is kept.
       *> ET-PRESENT is "N" for an employee deleted or purged by
       *> then. ET-SOURCE holds, for name, department, grade,
       *> salary and status in that order, the journal entry that
       *> last set the field - "BKP" when the backup is as far back
       *> as it can be traced.
       01 WS-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-EMP-INDEX       PIC 9(4).
       01 WS-EMP-FOUND       PIC 9(4).
       01 WS-TABLE-FULL      PIC X VALUE "N".
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 3000 TIMES.
               10 ET-PRESENT        PIC X(1).
               10 ET-IMAGE.
                   15 ET-EMP-ID     PIC 9(5).
                   15 ET-NAME       PIC X(30).
                   15 ET-DEPT       PIC X(10).
                   15 ET-SALARY     PIC 9(7)V99.
                   15 FILLER        PIC X(9).
                   15 ET-STATUS     PIC X(1).
                   15 ET-TERM-DATE  PIC 9(8).
                   15 ET-HIRE-DATE  PIC 9(8).
                   15 ET-GRADE      PIC X(4).
                   15 FILLER        PIC X(7).
               10 ET-SOURCE OCCURS 5 TIMES.
                   15 ES-ACTION     PIC X(3).
                   15 ES-STAMP      PIC X(14).
                   15 ES-OPERATOR   PIC X(10).

       01 WS-FIELD-INDEX     PIC 9(1).
       01 WS-FIELD-CHANGED   PIC X VALUE "N".
       01 WS-REPLAY-MODE     PIC X VALUE SPACE.

       *> The journal's before image, to tell which fields an entry
       *> moved; its after image is read through EMP-RECORD.
       01 WS-BEFORE-VIEW.
           05 BV-EMP-ID          PIC 9(5).
           05 BV-NAME            PIC X(30).
           05 BV-DEPT            PIC X(10).
           05 BV-SALARY          PIC 9(7)V99.
           05 FILLER             PIC X(9).
           05 BV-STATUS          PIC X(1).
           05 FILLER             PIC X(16).
           05 BV-GRADE           PIC X(4).
           05 FILLER             PIC X(7).

           COPY "emprecord.cpy".

       01 WS-BACKUP-LOADED   PIC 9(6) VALUE 0.
       01 WS-REPLAYED        PIC 9(6) VALUE 0.
       01 WS-TRACED          PIC 9(6) VALUE 0.
       01 WS-REPORTED        PIC 9(5) VALUE 0.
       01 WS-DISPLAY-SALARY  PIC Z(6)9.99.
       01 WS-FIELD-LABEL     PIC X(12).
       01 WS-FIELD-VALUE     PIC X(30).
       01 WS-SOURCE-TEXT     PIC X(40).

       *> Held here until after the end-of-run RunLogger CALL - a
       *> CALLed subprogram's GOBACK replaces RETURN-CODE with its
       *> own zero.
       01 WS-RUN-RC          PIC 9(2) VALUE 0.

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session state
           *> has to be put back by hand here.
           MOVE "N" TO WS-BACKUP-EOF
           MOVE "N" TO WS-JRNL-EOF
           MOVE "N" TO WS-CATLG-EOF
           MOVE "N" TO WS-GEN-FOUND
           MOVE "N" TO WS-TABLE-FULL
           MOVE 0   TO WS-GEN-DATE
           MOVE 0   TO WS-EMP-COUNT
           MOVE 0   TO WS-BACKUP-LOADED
           MOVE 0   TO WS-REPLAYED
           MOVE 0   TO WS-TRACED
           MOVE 0   TO WS-REPORTED
           MOVE 0   TO WS-RUN-RC
           MOVE SPACES TO WS-BACKUP-FILE-NAME

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "EmployeeAsOf" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           DISPLAY "Enter the as-of date (YYYYMMDD):"
           ACCEPT WS-AS-OF-DATE
           DISPLAY "Report one (E)mployee or a whole (D)epartment?"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "E"
                   DISPLAY "Enter Employee ID (5 digits):"
                   ACCEPT WS-WANT-ID
               WHEN "D"
                   DISPLAY "Enter department code:"
                   ACCEPT WS-WANT-DEPT
                   MOVE FUNCTION UPPER-CASE(WS-WANT-DEPT)
                       TO WS-WANT-DEPT
           END-EVALUATE

           IF (WS-MODE NOT = "E" AND WS-MODE NOT = "D")
                   OR WS-AS-OF-DATE = 0
                   OR WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "Please enter an as-of date and E or D."
               MOVE "ABRT" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PICK-GENERATION
           IF WS-GEN-FOUND = "Y"
               PERFORM LOAD-THE-GENERATION
           ELSE
               DISPLAY "No clean backup generation on or before "
                   WS-AS-OF-DATE " - rebuilding from the journal"
                   " alone. An employee with no journal entry by"
                   " then will not appear."
           END-IF

           IF WS-RUN-RC = 0
               PERFORM REPLAY-THE-JOURNAL
           END-IF
           IF WS-RUN-RC = 0
               PERFORM REPORT-AS-OF
           END-IF

           COMPUTE RL-RECORDS-READ = WS-BACKUP-LOADED + WS-REPLAYED
           MOVE WS-REPORTED TO RL-RECORDS-WRITTEN
           EVALUATE TRUE
               WHEN WS-RUN-RC NOT = 0
                   MOVE "FAIL" TO RL-FINAL-STATUS
               WHEN WS-TABLE-FULL = "Y"
                   MOVE "PART" TO RL-FINAL-STATUS
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-REPORTED = 0
                   MOVE "NONE" TO RL-FINAL-STATUS
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE "OK" TO RL-FINAL-STATUS
           END-EVALUATE
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE WS-RUN-RC TO RETURN-CODE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-CATLG-FILE-NAME FROM ENVIRONMENT "BKCATLG"
               ON EXCEPTION
                   MOVE "BKCATLG.DAT" TO WS-CATLG-FILE-NAME
           END-ACCEPT
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT "EMPJRNL"
               ON EXCEPTION
                   MOVE "EMPJRNL.DAT" TO WS-JRNL-FILE-NAME
           END-ACCEPT.

       PICK-GENERATION.
           *> Expired generations are gone, and one taken from an
           *> out-of-step master is no place to start an answer for
           *> an auditor.
           OPEN INPUT CATLG-FILE
           IF WS-CATLG-STATUS NOT = "00"
               DISPLAY "No backup catalog - BKCATLG.DAT status "
                   WS-CATLG-STATUS "."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CATLG-EOF
           PERFORM UNTIL WS-CATLG-EOF = "Y"
               READ CATLG-FILE
                   AT END
                       MOVE "Y" TO WS-CATLG-EOF
                   NOT AT END
                       IF BKC-FLAG = "OK"
                               AND BKC-DATE <= WS-AS-OF-DATE
                               AND BKC-DATE >= WS-GEN-DATE
                           MOVE BKC-FILE-NAME TO WS-BACKUP-FILE-NAME
                           MOVE BKC-DATE TO WS-GEN-DATE
                           MOVE "Y" TO WS-GEN-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATLG-FILE.

       LOAD-THE-GENERATION.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "Unable to open backup generation "
                   FUNCTION TRIM(WS-BACKUP-FILE-NAME) " - status "
                   WS-BACKUP-STATUS "."
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Starting from backup generation "
               FUNCTION TRIM(WS-BACKUP-FILE-NAME) " of " WS-GEN-DATE
               "."

           MOVE "N" TO WS-BACKUP-EOF
           PERFORM UNTIL WS-BACKUP-EOF = "Y"
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF
                   NOT AT END
                       IF BACKUP-RECORD(1:8) NOT = "#CONTROL"
                           MOVE BK-IMAGE TO EMP-RECORD
                           IF EMP-ID NOT = WS-TRAILER-KEY
                               PERFORM LOAD-ONE-BACKUP-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE.

       LOAD-ONE-BACKUP-RECORD.
           IF WS-MODE = "E" AND EMP-ID NOT = WS-WANT-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-EMPLOYEE-ENTRY
           IF WS-EMP-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BACKUP-LOADED
           MOVE "Y" TO ET-PRESENT(WS-EMP-FOUND)
           MOVE EMP-RECORD TO ET-IMAGE(WS-EMP-FOUND)
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 5
               MOVE "BKP" TO ES-ACTION(WS-EMP-FOUND, WS-FIELD-INDEX)
               MOVE WS-GEN-DATE
                   TO ES-STAMP(WS-EMP-FOUND, WS-FIELD-INDEX)
               MOVE SPACES
                   TO ES-OPERATOR(WS-EMP-FOUND, WS-FIELD-INDEX)
           END-PERFORM.

       FIND-EMPLOYEE-ENTRY.
           *> WS-EMP-FOUND comes back as EMP-ID's entry, or zero.
           MOVE 0 TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-COUNT
                       OR WS-EMP-FOUND NOT = 0
               IF ET-EMP-ID(WS-EMP-INDEX) = EMP-ID
                   MOVE WS-EMP-INDEX TO WS-EMP-FOUND
               END-IF
           END-PERFORM.

       ADD-EMPLOYEE-ENTRY.
           *> Finds EMP-ID's entry, opening a fresh one (not yet
           *> present) when it has none. Zero back means the table
           *> is full and this employee cannot be carried.
           PERFORM FIND-EMPLOYEE-ENTRY
           IF WS-EMP-FOUND NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-COUNT >= 3000
               IF WS-TABLE-FULL = "N"
                   DISPLAY "More than 3000 employees - the rest are"
                       " left out of this answer."
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-EMP-COUNT TO WS-EMP-FOUND
           MOVE "N" TO ET-PRESENT(WS-EMP-FOUND)
           MOVE SPACES TO ET-IMAGE(WS-EMP-FOUND)
           MOVE EMP-ID TO ET-EMP-ID(WS-EMP-FOUND)
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 5
               MOVE SPACES
                   TO ET-SOURCE(WS-EMP-FOUND, WS-FIELD-INDEX)
           END-PERFORM.

       REPLAY-THE-JOURNAL.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No journal - EMPJRNL.DAT status "
                   WS-JRNL-STATUS ". The answer is the backup as it"
                   " stood."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-JRNL-EOF
           PERFORM UNTIL WS-JRNL-EOF = "Y"
               READ JRNL-FILE
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
                       MOVE JR-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       IF WS-ENTRY-DATE > WS-AS-OF-DATE
                           MOVE "Y" TO WS-JRNL-EOF
                       ELSE
                           PERFORM TAKE-ONE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       TAKE-ONE-JOURNAL-ENTRY.
           *> BNK entries journal the bank master, not this one.
           IF JR-ACTION = "BNK"
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "E" AND JR-EMP-ID NOT = WS-WANT-ID
               EXIT PARAGRAPH
           END-IF

           *> Before the generation's day the entry is already part
           *> of what the backup holds: it only tells us where a
           *> value came from. From that day on it is replayed.
           IF WS-GEN-FOUND = "Y" AND WS-ENTRY-DATE < WS-GEN-DATE
               MOVE "T" TO WS-REPLAY-MODE
               ADD 1 TO WS-TRACED
           ELSE
               MOVE "R" TO WS-REPLAY-MODE
               ADD 1 TO WS-REPLAYED
           END-IF

           MOVE JR-EMP-ID TO EMP-ID
           IF WS-REPLAY-MODE = "T"
               PERFORM FIND-EMPLOYEE-ENTRY
           ELSE
               PERFORM ADD-EMPLOYEE-ENTRY
           END-IF
           IF WS-EMP-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN JR-ACTION = "DEL" OR JR-ACTION = "PRG"
                   IF WS-REPLAY-MODE = "R"
                       MOVE "N" TO ET-PRESENT(WS-EMP-FOUND)
                   END-IF
               WHEN WS-REPLAY-MODE = "T"
                   PERFORM TRACE-ONE-ENTRY
               WHEN OTHER
                   PERFORM APPLY-ONE-ENTRY
           END-EVALUATE.

       APPLY-ONE-ENTRY.
           *> The after image is the whole truth of what the update
           *> left; a field it moved - or every field, when the
           *> employee arrives by it - takes this entry as its
           *> source.
           MOVE JR-AFTER-IMAGE TO EMP-RECORD
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 5
               PERFORM COMPARE-TABLE-FIELD
               IF WS-FIELD-CHANGED = "Y"
                       OR ET-PRESENT(WS-EMP-FOUND) NOT = "Y"
                       OR JR-ACTION = "ADD"
                   PERFORM NOTE-FIELD-SOURCE
               END-IF
           END-PERFORM
           MOVE EMP-RECORD TO ET-IMAGE(WS-EMP-FOUND)
           MOVE "Y" TO ET-PRESENT(WS-EMP-FOUND).

       TRACE-ONE-ENTRY.
           *> An entry from before the backup that moved a field to
           *> the value the backup still holds is where that value
           *> came from; the latest such entry wins.
           MOVE JR-AFTER-IMAGE  TO EMP-RECORD
           MOVE JR-BEFORE-IMAGE TO WS-BEFORE-VIEW
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 5
               PERFORM COMPARE-TABLE-FIELD
               IF WS-FIELD-CHANGED = "N"
                   PERFORM COMPARE-BEFORE-FIELD
                   IF WS-FIELD-CHANGED = "Y"
                           OR JR-ACTION = "ADD"
                           OR JR-ACTION = "RST"
                       PERFORM NOTE-FIELD-SOURCE
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-TABLE-FIELD.
           *> "Y" when EMP-RECORD's field differs from the table's.
           MOVE "N" TO WS-FIELD-CHANGED
           EVALUATE WS-FIELD-INDEX
               WHEN 1
                   IF EMP-NAME NOT = ET-NAME(WS-EMP-FOUND)
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 2
                   IF EMP-DEPT NOT = ET-DEPT(WS-EMP-FOUND)
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 3
                   IF EMP-GRADE NOT = ET-GRADE(WS-EMP-FOUND)
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 4
                   IF EMP-SALARY NOT = ET-SALARY(WS-EMP-FOUND)
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 5
                   IF EMP-STATUS NOT = ET-STATUS(WS-EMP-FOUND)
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
           END-EVALUATE.

       COMPARE-BEFORE-FIELD.
           *> "Y" when the entry moved the field at all.
           MOVE "N" TO WS-FIELD-CHANGED
           EVALUATE WS-FIELD-INDEX
               WHEN 1
                   IF EMP-NAME NOT = BV-NAME
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 2
                   IF EMP-DEPT NOT = BV-DEPT
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 3
                   IF EMP-GRADE NOT = BV-GRADE
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 4
                   IF EMP-SALARY NOT = BV-SALARY
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
               WHEN 5
                   IF EMP-STATUS NOT = BV-STATUS
                       MOVE "Y" TO WS-FIELD-CHANGED
                   END-IF
           END-EVALUATE.

       NOTE-FIELD-SOURCE.
           MOVE JR-ACTION TO ES-ACTION(WS-EMP-FOUND, WS-FIELD-INDEX)
           MOVE JR-TIMESTAMP(1:14)
               TO ES-STAMP(WS-EMP-FOUND, WS-FIELD-INDEX)
           MOVE JR-OPERATOR-ID
               TO ES-OPERATOR(WS-EMP-FOUND, WS-FIELD-INDEX).

       REPORT-AS-OF.
           DISPLAY " "
           IF WS-MODE = "E"
               DISPLAY "Employee " WS-WANT-ID " as of end of "
                   WS-AS-OF-DATE
           ELSE
               DISPLAY "Department " FUNCTION TRIM(WS-WANT-DEPT)
                   " as of end of " WS-AS-OF-DATE
           END-IF
           DISPLAY "(" WS-BACKUP-LOADED " record(s) from the backup, "
               WS-REPLAYED " journal entr(ies) replayed, " WS-TRACED
               " earlier entr(ies) traced)"

           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-COUNT
               IF ET-PRESENT(WS-EMP-INDEX) = "Y"
                   IF WS-MODE = "E"
                           OR ET-DEPT(WS-EMP-INDEX) = WS-WANT-DEPT
                       PERFORM REPORT-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REPORTED = 0
               IF WS-MODE = "E"
                   DISPLAY "Employee " WS-WANT-ID " was not on the"
                       " master at the end of " WS-AS-OF-DATE "."
               ELSE
                   DISPLAY "Nobody was in department "
                       FUNCTION TRIM(WS-WANT-DEPT) " at the end of "
                       WS-AS-OF-DATE "."
               END-IF
           END-IF.

       REPORT-ONE-EMPLOYEE.
           ADD 1 TO WS-REPORTED
           MOVE WS-EMP-INDEX TO WS-EMP-FOUND
           DISPLAY " "
           DISPLAY "----- Employee " ET-EMP-ID(WS-EMP-FOUND)
               " -----"
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 5
               PERFORM SHOW-ONE-FIELD
           END-PERFORM.

       SHOW-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-FIELD-INDEX
               WHEN 1
                   MOVE "Name:"       TO WS-FIELD-LABEL
                   MOVE ET-NAME(WS-EMP-FOUND) TO WS-FIELD-VALUE
               WHEN 2
                   MOVE "Department:" TO WS-FIELD-LABEL
                   MOVE ET-DEPT(WS-EMP-FOUND) TO WS-FIELD-VALUE
               WHEN 3
                   MOVE "Grade:"      TO WS-FIELD-LABEL
                   IF ET-GRADE(WS-EMP-FOUND) = SPACES
                       MOVE "(ungraded)" TO WS-FIELD-VALUE
                   ELSE
                       MOVE ET-GRADE(WS-EMP-FOUND) TO WS-FIELD-VALUE
                   END-IF
               WHEN 4
                   MOVE "Salary:"     TO WS-FIELD-LABEL
                   MOVE ET-SALARY(WS-EMP-FOUND) TO WS-DISPLAY-SALARY
                   MOVE WS-DISPLAY-SALARY TO WS-FIELD-VALUE
               WHEN 5
                   MOVE "Status:"     TO WS-FIELD-LABEL
                   IF ET-STATUS(WS-EMP-FOUND) = "T"
                       STRING "Terminated "
                           ET-TERM-DATE(WS-EMP-FOUND)
                           DELIMITED BY SIZE INTO WS-FIELD-VALUE
                   ELSE
                       MOVE "Active" TO WS-FIELD-VALUE
                   END-IF
           END-EVALUATE

           MOVE SPACES TO WS-SOURCE-TEXT
           IF ES-ACTION(WS-EMP-FOUND, WS-FIELD-INDEX) = "BKP"
               STRING "backup of "
                   ES-STAMP(WS-EMP-FOUND, WS-FIELD-INDEX)(1:8)
                   DELIMITED BY SIZE INTO WS-SOURCE-TEXT
           ELSE
               STRING ES-ACTION(WS-EMP-FOUND, WS-FIELD-INDEX) " "
                   ES-STAMP(WS-EMP-FOUND, WS-FIELD-INDEX) " "
                   ES-OPERATOR(WS-EMP-FOUND, WS-FIELD-INDEX)
                   DELIMITED BY SIZE INTO WS-SOURCE-TEXT
           END-IF
           DISPLAY "  " WS-FIELD-LABEL " " WS-FIELD-VALUE " from "
               WS-SOURCE-TEXT.
