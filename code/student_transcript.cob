       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentTranscript.

      *> Student transcripts off the history ArrayExample's batch
      *> grading files on TRANSCRIPT.DAT. Every student's record is
      *> printed term by term - each class with its final and
      *> letter, then the term GPA and the cumulative GPA to date -
      *> followed by the dean's list and the academic probation
      *> list for one term:
      *>   - dean's list: the term GPA at or above the card's
      *>     threshold;
      *>   - probation: graded that term, with the cumulative GPA
      *>     through it below the card's floor.
      *> Letters become grade points through GRADEPTS.DAT, held as
      *> data the way GRADECUT.DAT holds the cutoffs, with the usual
      *> four-point scale built in for when the file is missing.
      *> Every class counts the same in a GPA; a letter the table
      *> does not carry is printed without points and left out.
      *> The history is keyed student, term, class, so it reads in
      *> transcript order with no sort step; the lists are further
      *> passes over it, using the same arithmetic as the
      *> transcripts so the three can never disagree.
      *>
      *> Parameter card: the term for the lists (YYYYNN, blank = the
      *> latest term on file), the dean's list minimum term GPA and
      *> the probation cumulative GPA floor (9.99, blank = the
      *> defaults below).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

           SELECT POINTS-FILE ASSIGN TO "GRADEPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSCRIPT-FILE.
           COPY "transcript.cpy".

      *> One letter per record and the grade points it earns, as
      *> 9.99.
       FD POINTS-FILE.
       01 POINTS-RECORD.
           05 GP-LETTER        PIC X(1).
           05 FILLER           PIC X(1).
           05 GP-POINTS-TEXT   PIC X(4).
           05 GP-POINTS-PARTS REDEFINES GP-POINTS-TEXT.
               10 GP-UNITS     PIC 9.
               10 GP-POINT     PIC X.
               10 GP-HUNDREDTHS PIC 99.

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRANSCRIPT-STATUS PIC X(2) VALUE SPACE.
       01 WS-POINTS-STATUS  PIC X(2) VALUE SPACE.
       01 WS-PRINT-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PRINT-FILE-NAME PIC X(40) VALUE SPACE.
       01 WS-AT-END         PIC X VALUE "N".
       01 WS-RUN-STAMP      PIC X(21).

       01 WS-PARM-CARD.
           05 PC-TERM          PIC X(6).
           05 FILLER           PIC X(1).
           05 PC-DEANS-GPA     PIC X(4).
           05 PC-DEANS-PARTS REDEFINES PC-DEANS-GPA.
               10 PC-DG-UNITS      PIC 9.
               10 PC-DG-POINT      PIC X.
               10 PC-DG-HUNDREDTHS PIC 99.
           05 FILLER           PIC X(1).
           05 PC-PROBATION-GPA PIC X(4).
           05 PC-PROBATION-PARTS REDEFINES PC-PROBATION-GPA.
               10 PC-PG-UNITS      PIC 9.
               10 PC-PG-POINT      PIC X.
               10 PC-PG-HUNDREDTHS PIC 99.
       01 WS-PARM-ERRORS    PIC 9(2) VALUE 0.

       01 WS-DEFAULT-DEANS-GPA     PIC 9V99 VALUE 3.50.
       01 WS-DEFAULT-PROBATION-GPA PIC 9V99 VALUE 2.00.
       01 WS-DEANS-GPA      PIC 9V99 VALUE 0.
       01 WS-PROBATION-GPA  PIC 9V99 VALUE 0.
       01 WS-LIST-TERM      PIC X(6) VALUE SPACES.
       01 WS-LIST-TERM-PARTS REDEFINES WS-LIST-TERM.
           05 WS-LT-YEAR    PIC 9(4).
           05 WS-LT-NO      PIC 9(2).
       01 WS-LATEST-TERM    PIC X(6) VALUE SPACES.

       *> Grade points by letter, off GRADEPTS.DAT or built in.
       01 WS-POINTS-COUNT   PIC 9(2) VALUE 0.
       01 WS-POINTS-INDEX   PIC 9(2).
       01 WS-POINTS-TABLE.
           05 WS-POINTS-ENTRY OCCURS 10 TIMES.
               10 WS-PT-LETTER PIC X(1).
               10 WS-PT-POINTS PIC 9V99.
       01 WS-POINTS-FOUND   PIC X VALUE "N".
       01 WS-ENTRY-POINTS   PIC 9V99 VALUE 0.

       *> Which pass over the history is running: T - transcripts,
       *> D - dean's list, P - probation list.
       01 WS-PASS           PIC X VALUE "T".

       *> The student and term being read, and their running sums.
       *> A GPA is the points summed over the classes that carry
       *> points, over the number of those classes.
       01 WS-CUR-STUDENT    PIC X(8) VALUE SPACES.
       01 WS-CUR-NAME       PIC X(25) VALUE SPACES.
       01 WS-CUR-TERM       PIC X(6) VALUE SPACES.
       01 WS-TERM-POINTS    PIC 9(3)V99 VALUE 0.
       01 WS-TERM-CLASSES   PIC 9(3) VALUE 0.
       01 WS-CUM-POINTS     PIC 9(5)V99 VALUE 0.
       01 WS-CUM-CLASSES    PIC 9(4) VALUE 0.
       01 WS-LT-POINTS      PIC 9(3)V99 VALUE 0.
       01 WS-LT-CLASSES     PIC 9(3) VALUE 0.
       01 WS-LT-GRADED      PIC X VALUE "N".
       01 WS-THRU-POINTS    PIC 9(5)V99 VALUE 0.
       01 WS-THRU-CLASSES   PIC 9(4) VALUE 0.
       01 WS-TERM-GPA       PIC 9V99 VALUE 0.
       01 WS-CUM-GPA        PIC 9V99 VALUE 0.

       *> Control counts, taken on the transcript pass.
       01 WS-ENTRIES-READ   PIC 9(6) VALUE 0.
       01 WS-STUDENTS       PIC 9(6) VALUE 0.
       01 WS-NO-POINTS      PIC 9(6) VALUE 0.
       01 WS-LIST-GRADED    PIC 9(6) VALUE 0.
       01 WS-DEANS-COUNT    PIC 9(6) VALUE 0.
       01 WS-PROBATION-COUNT PIC 9(6) VALUE 0.

       01 WS-GPA-ED         PIC 9.99.
       01 WS-GPA2-ED        PIC 9.99.
       01 WS-POINTS-ED      PIC 9.99.
       01 WS-FINAL-ED       PIC ZZ9.99.
       01 WS-COUNT-ED       PIC Z(5)9.
       01 WS-CLASSES-ED     PIC ZZ9.

       *> Spool registration: with no TRANSCPT override from the
       *> JCL, each run's transcripts go to their own dated spool
       *> member via SpoolRegister.
       01 WS-SPOOL-REQUEST.
           05 WS-SP-PROGRAM PIC X(20).
           05 WS-SP-BASE    PIC X(12).
           05 WS-SP-MEMBER  PIC X(40).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the run state has to
           *> be put back by hand here.
           MOVE 0 TO WS-ENTRIES-READ
           MOVE 0 TO WS-STUDENTS
           MOVE 0 TO WS-NO-POINTS
           MOVE 0 TO WS-LIST-GRADED
           MOVE 0 TO WS-DEANS-COUNT
           MOVE 0 TO WS-PROBATION-COUNT
           MOVE SPACES TO WS-LATEST-TERM

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "StudentTranscript" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           MOVE WS-DEFAULT-DEANS-GPA TO WS-GPA-ED
           MOVE WS-DEFAULT-PROBATION-GPA TO WS-GPA2-ED
           DISPLAY "Enter transcript parameters (list term YYYYNN,"
               " dean's list GPA 9.99, probation GPA 9.99; blanks ="
               " latest term, " WS-GPA-ED ", " WS-GPA2-ED "):"
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD
           PERFORM EDIT-PARAMETERS
           IF WS-PARM-ERRORS > 0
               DISPLAY "Transcript parameters rejected - nothing"
                   " printed."
               MOVE "RFSD" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GRADE-POINTS

           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS NOT = "00"
               DISPLAY "Unable to open TRANSCRIPT.DAT - status "
                   WS-TRANSCRIPT-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "TRANSCPT"
               ON EXCEPTION
                   MOVE SPACES TO WS-PRINT-FILE-NAME
           END-ACCEPT
           IF WS-PRINT-FILE-NAME = SPACES
               MOVE "StudentTranscript" TO WS-SP-PROGRAM
               MOVE "TRANSCPT" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-PRINT-FILE-NAME
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PRINT-FILE-NAME) " - status "
                   WS-PRINT-STATUS "."
               CLOSE TRANSCRIPT-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> First pass: the transcripts, and the latest term on
           *> file for a card that names none.
           MOVE SPACES TO PRINT-REC
           STRING "STUDENT TRANSCRIPTS   Run " WS-RUN-STAMP(1:14)
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC

           MOVE "T" TO WS-PASS
           PERFORM READ-HISTORY
           CLOSE TRANSCRIPT-FILE

           IF PC-TERM = SPACES
               MOVE WS-LATEST-TERM TO WS-LIST-TERM
           END-IF

           *> Second and third passes: the term's lists.
           MOVE "D" TO WS-PASS
           PERFORM PRINT-LIST-HEADING
           PERFORM REREAD-HISTORY
           IF WS-DEANS-COUNT = 0
               MOVE SPACES TO PRINT-REC
               MOVE "  (none)" TO PRINT-REC
               WRITE PRINT-REC
           END-IF

           MOVE "P" TO WS-PASS
           PERFORM PRINT-LIST-HEADING
           PERFORM REREAD-HISTORY
           IF WS-PROBATION-COUNT = 0
               MOVE SPACES TO PRINT-REC
               MOVE "  (none)" TO PRINT-REC
               WRITE PRINT-REC
           END-IF

           PERFORM PRINT-CONTROL-SECTION

           CLOSE PRINT-FILE

           DISPLAY "Transcripts for " WS-STUDENTS " student(s) written"
               " to " FUNCTION TRIM(WS-PRINT-FILE-NAME)
           DISPLAY "Term " WS-LIST-TERM ": " WS-DEANS-COUNT
               " on the dean's list, " WS-PROBATION-COUNT
               " on probation."
           IF WS-NO-POINTS > 0
               DISPLAY "Warning: " WS-NO-POINTS " entr(ies) carry a"
                   " letter with no grade points and are left out of"
                   " the GPAs."
           END-IF

           MOVE WS-ENTRIES-READ TO RL-RECORDS-READ
           MOVE WS-STUDENTS TO RL-RECORDS-WRITTEN
           MOVE WS-NO-POINTS TO RL-RECORDS-SKIPPED
           IF WS-NO-POINTS > 0
               MOVE "WARN" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-NO-POINTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       EDIT-PARAMETERS.
           MOVE 0 TO WS-PARM-ERRORS

           MOVE PC-TERM TO WS-LIST-TERM
           IF PC-TERM NOT = SPACES
               IF PC-TERM IS NOT NUMERIC
                   DISPLAY "List term " PC-TERM " is not YYYYNN."
                   ADD 1 TO WS-PARM-ERRORS
               ELSE
                   IF WS-LT-YEAR < 1900 OR WS-LT-NO = 0
                       DISPLAY "List term " PC-TERM " is not YYYYNN."
                       ADD 1 TO WS-PARM-ERRORS
                   END-IF
               END-IF
           END-IF

           IF PC-DEANS-GPA = SPACES
               MOVE WS-DEFAULT-DEANS-GPA TO WS-DEANS-GPA
           ELSE
               IF PC-DG-UNITS IS NOT NUMERIC OR PC-DG-POINT NOT = "."
                       OR PC-DG-HUNDREDTHS IS NOT NUMERIC
                   DISPLAY "Dean's list GPA " PC-DEANS-GPA
                       " is not 9.99."
                   ADD 1 TO WS-PARM-ERRORS
               ELSE
                   COMPUTE WS-DEANS-GPA =
                       PC-DG-UNITS + PC-DG-HUNDREDTHS / 100
               END-IF
           END-IF

           IF PC-PROBATION-GPA = SPACES
               MOVE WS-DEFAULT-PROBATION-GPA TO WS-PROBATION-GPA
           ELSE
               IF PC-PG-UNITS IS NOT NUMERIC OR PC-PG-POINT NOT = "."
                       OR PC-PG-HUNDREDTHS IS NOT NUMERIC
                   DISPLAY "Probation GPA " PC-PROBATION-GPA
                       " is not 9.99."
                   ADD 1 TO WS-PARM-ERRORS
               ELSE
                   COMPUTE WS-PROBATION-GPA =
                       PC-PG-UNITS + PC-PG-HUNDREDTHS / 100
               END-IF
           END-IF.

       LOAD-GRADE-POINTS.
           *> A missing or empty GRADEPTS.DAT leaves the four-point
           *> scale the built-in cutoffs grade to, the way a missing
           *> GRADECUT.DAT leaves the built-in boundaries.
           MOVE 0 TO WS-POINTS-COUNT
           OPEN INPUT POINTS-FILE
           IF WS-POINTS-STATUS NOT = "00"
               DISPLAY "GRADEPTS.DAT not found - using the built-in"
                   " four-point scale."
           ELSE
               MOVE "N" TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ POINTS-FILE
                       AT END
                           MOVE "Y" TO WS-AT-END
                       NOT AT END
                           PERFORM TAKE-ONE-POINTS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF

           IF WS-POINTS-COUNT = 0
               MOVE 5 TO WS-POINTS-COUNT
               MOVE "A" TO WS-PT-LETTER(1)
               MOVE 4.00 TO WS-PT-POINTS(1)
               MOVE "B" TO WS-PT-LETTER(2)
               MOVE 3.00 TO WS-PT-POINTS(2)
               MOVE "C" TO WS-PT-LETTER(3)
               MOVE 2.00 TO WS-PT-POINTS(3)
               MOVE "D" TO WS-PT-LETTER(4)
               MOVE 1.00 TO WS-PT-POINTS(4)
               MOVE "F" TO WS-PT-LETTER(5)
               MOVE 0    TO WS-PT-POINTS(5)
           END-IF.

       TAKE-ONE-POINTS-ENTRY.
           IF GP-LETTER = SPACE OR GP-UNITS IS NOT NUMERIC
                   OR GP-POINT NOT = "."
                   OR GP-HUNDREDTHS IS NOT NUMERIC
               DISPLAY "GRADEPTS.DAT entry '" POINTS-RECORD
                   "' is not a letter and 9.99 - ignored."
               EXIT PARAGRAPH
           END-IF
           IF WS-POINTS-COUNT >= 10
               DISPLAY "More than 10 letters in GRADEPTS.DAT - "
                   GP-LETTER " ignored."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POINTS-COUNT
           MOVE GP-LETTER TO WS-PT-LETTER(WS-POINTS-COUNT)
           COMPUTE WS-PT-POINTS(WS-POINTS-COUNT) =
               GP-UNITS + GP-HUNDREDTHS / 100.

       LOOKUP-GRADE-POINTS.
           MOVE "N" TO WS-POINTS-FOUND
           MOVE 0 TO WS-ENTRY-POINTS
           PERFORM VARYING WS-POINTS-INDEX FROM 1 BY 1
                   UNTIL WS-POINTS-INDEX > WS-POINTS-COUNT
               IF WS-PT-LETTER(WS-POINTS-INDEX) = TR-LETTER
                   MOVE "Y" TO WS-POINTS-FOUND
                   MOVE WS-PT-POINTS(WS-POINTS-INDEX)
                       TO WS-ENTRY-POINTS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REREAD-HISTORY.
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS NOT = "00"
               DISPLAY "Unable to reopen TRANSCRIPT.DAT - status "
                   WS-TRANSCRIPT-STATUS ". List not printed."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HISTORY
           CLOSE TRANSCRIPT-FILE.

       READ-HISTORY.
           *> One pass over the history, breaking on student and on
           *> term within student.
           MOVE SPACES TO WS-CUR-STUDENT
           MOVE SPACES TO WS-CUR-TERM
           MOVE "N" TO WS-AT-END

           PERFORM UNTIL WS-AT-END = "Y"
               READ TRANSCRIPT-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM TAKE-HISTORY-ENTRY
               END-READ
           END-PERFORM

           IF WS-CUR-STUDENT NOT = SPACES
               PERFORM END-OF-TERM
               PERFORM END-OF-STUDENT
           END-IF.

       TAKE-HISTORY-ENTRY.
           IF TR-STUDENT-ID NOT = WS-CUR-STUDENT
               IF WS-CUR-STUDENT NOT = SPACES
                   PERFORM END-OF-TERM
                   PERFORM END-OF-STUDENT
               END-IF
               PERFORM START-OF-STUDENT
           ELSE
               IF TR-TERM NOT = WS-CUR-TERM
                   PERFORM END-OF-TERM
               END-IF
           END-IF
           IF TR-TERM NOT = WS-CUR-TERM
               MOVE TR-TERM TO WS-CUR-TERM
               MOVE 0 TO WS-TERM-POINTS
               MOVE 0 TO WS-TERM-CLASSES
           END-IF

           PERFORM LOOKUP-GRADE-POINTS
           IF WS-POINTS-FOUND = "Y"
               ADD WS-ENTRY-POINTS TO WS-TERM-POINTS
               ADD 1 TO WS-TERM-CLASSES
               ADD WS-ENTRY-POINTS TO WS-CUM-POINTS
               ADD 1 TO WS-CUM-CLASSES
               IF TR-TERM = WS-LIST-TERM
                   ADD WS-ENTRY-POINTS TO WS-LT-POINTS
                   ADD 1 TO WS-LT-CLASSES
               END-IF
               IF TR-TERM NOT > WS-LIST-TERM
                   ADD WS-ENTRY-POINTS TO WS-THRU-POINTS
                   ADD 1 TO WS-THRU-CLASSES
               END-IF
           END-IF
           IF TR-TERM = WS-LIST-TERM
               MOVE "Y" TO WS-LT-GRADED
           END-IF

           IF WS-PASS = "T"
               ADD 1 TO WS-ENTRIES-READ
               IF TR-TERM > WS-LATEST-TERM
                   MOVE TR-TERM TO WS-LATEST-TERM
               END-IF
               PERFORM PRINT-CLASS-LINE
           END-IF.

       START-OF-STUDENT.
           MOVE TR-STUDENT-ID   TO WS-CUR-STUDENT
           MOVE TR-STUDENT-NAME TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-TERM
           MOVE 0 TO WS-CUM-POINTS
           MOVE 0 TO WS-CUM-CLASSES
           MOVE 0 TO WS-LT-POINTS
           MOVE 0 TO WS-LT-CLASSES
           MOVE 0 TO WS-THRU-POINTS
           MOVE 0 TO WS-THRU-CLASSES
           MOVE "N" TO WS-LT-GRADED

           IF WS-PASS = "T"
               ADD 1 TO WS-STUDENTS
               MOVE SPACES TO PRINT-REC
               STRING "Student " TR-STUDENT-ID "  " TR-STUDENT-NAME
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACES TO PRINT-REC
               STRING "  TERM    CLASS    FINAL   WEIGHTED  GRADE"
                   "  POINTS"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF.

       PRINT-CLASS-LINE.
           MOVE TR-WEIGHTED-FINAL TO WS-FINAL-ED
           MOVE SPACES TO PRINT-REC
           IF WS-POINTS-FOUND = "Y"
               MOVE WS-ENTRY-POINTS TO WS-POINTS-ED
               STRING "  " TR-TERM "  " TR-CLASS "   " TR-FINAL
                   "    " WS-FINAL-ED "     " TR-LETTER "    "
                   WS-POINTS-ED
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               ADD 1 TO WS-NO-POINTS
               STRING "  " TR-TERM "  " TR-CLASS "   " TR-FINAL
                   "    " WS-FINAL-ED "     " TR-LETTER
                   "    no grade points - not in GPA"
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF
           WRITE PRINT-REC.

       END-OF-TERM.
           IF WS-PASS NOT = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRINT-REC
           IF WS-TERM-CLASSES = 0
               STRING "          Term " WS-CUR-TERM
                   " GPA  n/a"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CLASSES
               MOVE WS-TERM-GPA TO WS-GPA-ED
               STRING "          Term " WS-CUR-TERM
                   " GPA " WS-GPA-ED
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF
           IF WS-CUM-CLASSES > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-CLASSES
               MOVE WS-CUM-GPA TO WS-GPA2-ED
               MOVE WS-CUM-CLASSES TO WS-CLASSES-ED
               STRING "   Cumulative GPA " WS-GPA2-ED " over "
                   WS-CLASSES-ED " class(es)"
                   DELIMITED BY SIZE INTO PRINT-REC(36:45)
           END-IF
           WRITE PRINT-REC.

       END-OF-STUDENT.
           EVALUATE WS-PASS
               WHEN "T"
                   MOVE SPACES TO PRINT-REC
                   WRITE PRINT-REC
               WHEN "D"
                   IF WS-LT-GRADED = "Y"
                       ADD 1 TO WS-LIST-GRADED
                   END-IF
                   IF WS-LT-CLASSES > 0
                       COMPUTE WS-TERM-GPA ROUNDED =
                           WS-LT-POINTS / WS-LT-CLASSES
                       IF WS-TERM-GPA NOT < WS-DEANS-GPA
                           ADD 1 TO WS-DEANS-COUNT
                           PERFORM PRINT-LIST-LINE
                       END-IF
                   END-IF
               WHEN "P"
                   IF WS-LT-GRADED = "Y" AND WS-THRU-CLASSES > 0
                       COMPUTE WS-CUM-GPA ROUNDED =
                           WS-THRU-POINTS / WS-THRU-CLASSES
                       IF WS-CUM-GPA < WS-PROBATION-GPA
                           IF WS-LT-CLASSES > 0
                               COMPUTE WS-TERM-GPA ROUNDED =
                                   WS-LT-POINTS / WS-LT-CLASSES
                           ELSE
                               MOVE 0 TO WS-TERM-GPA
                           END-IF
                           ADD 1 TO WS-PROBATION-COUNT
                           PERFORM PRINT-LIST-LINE
                       END-IF
                   END-IF
           END-EVALUATE.

       PRINT-LIST-LINE.
           MOVE WS-TERM-GPA TO WS-GPA-ED
           MOVE SPACES TO PRINT-REC
           IF WS-PASS = "D"
               MOVE WS-LT-CLASSES TO WS-CLASSES-ED
               STRING "  " WS-CUR-STUDENT "  " WS-CUR-NAME "  "
                   WS-GPA-ED "      " WS-CLASSES-ED
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               MOVE WS-CUM-GPA TO WS-GPA2-ED
               STRING "  " WS-CUR-STUDENT "  " WS-CUR-NAME "  "
                   WS-GPA-ED "      " WS-GPA2-ED
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF
           WRITE PRINT-REC.

       PRINT-LIST-HEADING.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           IF WS-PASS = "D"
               MOVE WS-DEANS-GPA TO WS-GPA-ED
               STRING "DEAN'S LIST - TERM " WS-LIST-TERM
                   "   (term GPA " WS-GPA-ED " or better)"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               MOVE WS-PROBATION-GPA TO WS-GPA-ED
               STRING "ACADEMIC PROBATION - TERM " WS-LIST-TERM
                   "   (cumulative GPA below " WS-GPA-ED ")"
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           IF WS-PASS = "D"
               STRING "  STUDENT   NAME                       "
                   "TERM GPA  CLASSES"
                   DELIMITED BY SIZE INTO PRINT-REC
           ELSE
               STRING "  STUDENT   NAME                       "
                   "TERM GPA  CUM GPA"
                   DELIMITED BY SIZE INTO PRINT-REC
           END-IF
           WRITE PRINT-REC.

       PRINT-CONTROL-SECTION.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           MOVE "CONTROL TOTALS" TO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-ENTRIES-READ TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  TRANSCRIPT.DAT entries read      " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-NO-POINTS TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Without grade points           " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-STUDENTS TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  Students                         " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-LIST-GRADED TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Graded in term " WS-LIST-TERM
               "          " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-DEANS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    On the dean's list             " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-PROBATION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    On probation                   " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "*** End of transcripts - run " WS-RUN-STAMP(1:14)
               " ***"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC.
