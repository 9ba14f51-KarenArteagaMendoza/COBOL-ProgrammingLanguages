               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORE-REPORT-FILE.
           05 FILLER           PIC X(1).
           05 WT-PCT           PIC 9(3).

       FD TRANSCRIPT-FILE.
           COPY "transcript.cpy".

       WORKING-STORAGE SECTION.

       01 WS-SCORE-FILE-NAME PIC X(40) VALUE SPACE.
               10 COMP-NAME  PIC X(10).
               10 COMP-PCT   PIC 9(3).
       01 WEIGHTED-FINAL     PIC 9(5)V9(2).
       01 WEIGHTED-FINALS.
           05 STUDENT-WEIGHTED OCCURS 50 TIMES PIC 9(3)V9(2).
       01 COMP-OK            PIC X VALUE "Y".
       01 COMP-TEXT          PIC X(36).
       01 COMP-TEXT-POS      PIC 99.
                   15 TERM-LETTER PIC X(1).
                   15 TERM-TALLY  PIC 9(3).

       *> Batch grading files every student's result on the
       *> transcript history under the term being graded, for
       *> StudentTranscript's term-by-term GPA. Interactive entry
       *> has no real student IDs and files nothing.
       01 WS-TRANSCRIPT-STATUS PIC X(2) VALUE SPACE.
       01 TRANSCRIPT-OK      PIC X VALUE "N".
       01 TRANSCRIPT-FOUND   PIC X VALUE "N".
       01 TRANSCRIPT-FILED   PIC 9(4) VALUE 0.
       01 GRADED-DATE        PIC 9(8) VALUE 0.
       01 TERM-CODE          PIC X(6) VALUE SPACES.
       01 TERM-CODE-PARTS REDEFINES TERM-CODE.
           05 TERM-CODE-YEAR PIC 9(4).
           05 TERM-CODE-NO   PIC 9(2).

       01 STUDENT-GRADE    PIC X(1).
       01 PASS-COUNT       PIC 9(3) VALUE 0.
       01 PASS-RATE        PIC 9(3)V9.
           MOVE "N" TO CLASS-OPEN
           MOVE 1 TO COMP-COUNT
           MOVE 0 TO WEIGHT-SUM
           MOVE "N" TO TRANSCRIPT-OK
           MOVE 0 TO TRANSCRIPT-FILED

           PERFORM LOAD-WEIGHTS
           PERFORM LOAD-GRADE-CUTOFFS
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE

           IF WS-MODE = "B"
               PERFORM OPEN-TRANSCRIPT-HISTORY
               PERFORM BATCH-ROSTER-LOAD
               IF TRANSCRIPT-OK = "Y"
                   CLOSE TRANSCRIPT-FILE
                   DISPLAY "Transcript entries filed for term "
                       TERM-CODE ": " TRANSCRIPT-FILED
               END-IF
           ELSE
               PERFORM INTERACTIVE-ENTRY
               IF ROSTER-COUNT > 0
               MOVE WS-SP-MEMBER TO WS-SCORE-FILE-NAME
           END-IF.

       OPEN-TRANSCRIPT-HISTORY.
           *> The term is YYYYNN - year, then the term number within
           *> it - so a student's terms sort in the order they fell.
           DISPLAY "Term being graded (YYYYNN - year and term"
               " number)?"
           ACCEPT TERM-CODE
           PERFORM UNTIL TERM-CODE IS NUMERIC
                   AND TERM-CODE-YEAR >= 1900
                   AND TERM-CODE-NO >= 1
               DISPLAY "Term must be YYYYNN, e.g. 202601. Re-enter:"
               ACCEPT TERM-CODE
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO GRADED-DATE

           *> A missing history is started; one that will not open
           *> costs the history, not the grading, the way a missing
           *> journal does elsewhere in the suite.
           OPEN I-O TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "35"
               OPEN OUTPUT TRANSCRIPT-FILE
               CLOSE TRANSCRIPT-FILE
               OPEN I-O TRANSCRIPT-FILE
           END-IF
           IF WS-TRANSCRIPT-STATUS = "00"
               MOVE "Y" TO TRANSCRIPT-OK
           ELSE
               DISPLAY "Warning: unable to open TRANSCRIPT.DAT -"
                   " status " WS-TRANSCRIPT-STATUS ". This term's"
                   " grades will not reach the transcript history."
           END-IF.

       FILE-TRANSCRIPT-ENTRY.
           *> The student now under I, as the class report just
           *> printed them. Regrading the class for the same term
           *> replaces the entry rather than adding a second one.
           MOVE STUDENT-ID(I)    TO TR-STUDENT-ID
           MOVE TERM-CODE        TO TR-TERM
           MOVE CURRENT-CLASS    TO TR-CLASS
           READ TRANSCRIPT-FILE
               INVALID KEY
                   MOVE "N" TO TRANSCRIPT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO TRANSCRIPT-FOUND
           END-READ

           MOVE STUDENT-NAME(I)  TO TR-STUDENT-NAME
           MOVE STUDENT-WEIGHTED(I) TO TR-WEIGHTED-FINAL
           MOVE SCORE(I)         TO TR-FINAL
           MOVE STUDENT-GRADE    TO TR-LETTER
           MOVE GRADED-DATE      TO TR-GRADED-DATE

           IF TRANSCRIPT-FOUND = "Y"
               REWRITE TRANSCRIPT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite the transcript"
                           " entry for " STUDENT-ID(I) "."
                   NOT INVALID KEY
                       ADD 1 TO TRANSCRIPT-FILED
               END-REWRITE
           ELSE
               WRITE TRANSCRIPT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to file the transcript"
                           " entry for " STUDENT-ID(I) "."
                   NOT INVALID KEY
                       ADD 1 TO TRANSCRIPT-FILED
               END-WRITE
           END-IF.

       LOAD-WEIGHTS.
           *> A missing WEIGHTS.DAT leaves the single full-weight
           *> component in place - the old one-exam world - the way
                   STUDENT-GRADE
                   DELIMITED BY SIZE INTO SCORE-REPORT-REC
               WRITE SCORE-REPORT-REC

               IF TRANSCRIPT-OK = "Y"
                   PERFORM FILE-TRANSCRIPT-ENTRY
               END-IF
           END-PERFORM

           COMPUTE AVERAGE = TOTAL / ROSTER-COUNT
                   + COMP-SCORE(I COMP-INDEX)
                       * COMP-PCT(COMP-INDEX) / 100
           END-PERFORM
           MOVE WEIGHTED-FINAL TO STUDENT-WEIGHTED(I)
           COMPUTE SCORE(I) ROUNDED = WEIGHTED-FINAL.
