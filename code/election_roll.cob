       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElectionRoll.

      *> The printed roll for one country's election, off the keyed
      *> voter registry. VoterStatsReport counts registrations; this
      *> run produces the roll itself: every registrant of the
      *> country who is of voting age - the country's minimum from
      *> the same table IfConditionsPractice applies at the entry
      *> door - by the registration cutoff, numbered in name order
      *> (VOTERS.DAT is keyed on the name, so no sort step is
      *> needed). Registrants who reach the age only between the
      *> cutoff and election day are listed separately after the
      *> roll, since they vote but were not yet eligible when the
      *> roll closed. Age is taken from VOTER-BIRTH-DATE against the
      *> dates on the parameter card, never against the run date, so
      *> a roll can be produced ahead of the election.
      *> Each roll goes to its own dated spool member and ends with a
      *> control section - the registry's record count, the
      *> country's registrants split by outcome, and a hash total of
      *> the roll's birth dates - so a printed roll can be proved
      *> against VOTERS.DAT later by rerunning for the same card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-FILE ASSIGN TO "VOTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VOTER-NAME
               FILE STATUS IS WS-VOTER-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VOTER-FILE.
       01 VOTER-RECORD.
           05 VOTER-NAME       PIC X(30).
           05 FILLER           PIC X(1).
           05 VOTER-BIRTH-DATE PIC 9(8).
           05 FILLER           PIC X(1).
           05 VOTER-COUNTRY    PIC X(20).

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VOTER-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PRINT-STATUS   PIC X(2) VALUE SPACE.
       01 WS-PRINT-FILE-NAME PIC X(40) VALUE SPACE.
       01 WS-AT-END         PIC X VALUE "N".
       01 WS-RUN-STAMP      PIC X(21).

       *> Parameter card: the country the roll is for, the election
       *> date, and the registration cutoff (blank = the default
       *> number of days before the election).
       01 WS-PARM-CARD.
           05 PC-COUNTRY       PIC X(20).
           05 FILLER           PIC X(1).
           05 PC-ELECTION-DATE PIC X(8).
           05 FILLER           PIC X(1).
           05 PC-CUTOFF-DATE   PIC X(8).

       01 WS-ELECTION-DATE  PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE    PIC 9(8) VALUE 0.
       01 WS-DEFAULT-CUTOFF-DAYS PIC 9(3) VALUE 30.
       01 WS-PARM-ERRORS    PIC 9(2) VALUE 0.

       *> Date check as CalendarMaintenance does it: a date that
       *> does not survive the trip to a day number and back is no
       *> date at all.
       01 WS-CHECK-DATE     PIC 9(8).
       01 WS-CHECK-MONTH    PIC 9(2).
       01 WS-CHECK-DAY      PIC 9(2).
       01 WS-DATE-VALID     PIC X VALUE "N".
       01 WS-WORK-INT       PIC 9(8).

       *> Minimum voting age by country, the same table the entry
       *> door uses; a country not listed takes the fallback.
           COPY "voteage.cpy".

       01 WS-TABLE-INDEX    PIC 9(2).
       01 WS-COUNTRY-FOUND  PIC X VALUE "N".
       01 WS-MIN-VOTING-AGE PIC 99.

       *> The date each registrant reaches the minimum age: the
       *> birthday in the year birth year + minimum age.
       01 WS-BIRTH-YEAR     PIC 9(4).
       01 WS-BIRTH-MMDD     PIC 9(4).
       01 WS-ELIGIBLE-YEAR  PIC 9(4).
       01 WS-ELIGIBLE-DATE  PIC 9(8).

       *> Control counts. Every registrant of the country lands in
       *> exactly one of the four outcome counts, so they always sum
       *> to WS-COUNTRY-VOTERS; WS-ROLL-HASH is the sum of the
       *> printed roll's birth dates.
       01 WS-VOTERS-READ    PIC 9(6) VALUE 0.
       01 WS-COUNTRY-VOTERS PIC 9(6) VALUE 0.
       01 WS-ON-ROLL        PIC 9(6) VALUE 0.
       01 WS-COMING-OF-AGE  PIC 9(6) VALUE 0.
       01 WS-UNDER-AGE      PIC 9(6) VALUE 0.
       01 WS-NO-BIRTH-DATE  PIC 9(6) VALUE 0.
       01 WS-ROLL-HASH      PIC 9(14) VALUE 0.
       01 WS-LATE-LISTED    PIC 9(6) VALUE 0.

       01 WS-LINE-COUNT     PIC 9(2) VALUE 0.
       01 WS-PAGE-NUMBER    PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
       01 WS-SECTION-TITLE  PIC X(40).
       01 WS-ROLL-NO-ED     PIC Z(5)9.
       01 WS-COUNT-ED       PIC Z(5)9.
       01 WS-HASH-ED        PIC Z(13)9.

       *> Spool registration: with no VOTEROLL override from the
       *> JCL, each roll goes to its own dated spool member via
       *> SpoolRegister; SpoolBrowse lists and reprints held rolls.
       01 WS-SPOOL-REQUEST.
           05 WS-SP-PROGRAM PIC X(20).
           05 WS-SP-BASE    PIC X(12).
           05 WS-SP-MEMBER  PIC X(40).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ElectionRoll" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           DISPLAY "Enter roll parameters (country, election date"
               " YYYYMMDD, registration cutoff YYYYMMDD; blank"
               " cutoff = " WS-DEFAULT-CUTOFF-DAYS
               " days before the election):"
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD
           PERFORM EDIT-PARAMETERS
           IF WS-PARM-ERRORS > 0
               DISPLAY "Roll parameters rejected - no roll produced."
               MOVE "RFSD" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOOKUP-MIN-VOTING-AGE
           IF WS-COUNTRY-FOUND = "N"
               DISPLAY "Warning: " FUNCTION TRIM(PC-COUNTRY)
                   " is not in the voting-age table - the fallback"
                   " minimum age " WS-MIN-VOTING-AGE " applies."
           END-IF

           ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "VOTEROLL"
               ON EXCEPTION
                   MOVE SPACES TO WS-PRINT-FILE-NAME
           END-ACCEPT
           IF WS-PRINT-FILE-NAME = SPACES
               MOVE "ElectionRoll" TO WS-SP-PROGRAM
               MOVE "VOTEROLL" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-PRINT-FILE-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           OPEN INPUT VOTER-FILE
           IF WS-VOTER-STATUS NOT = "00"
               DISPLAY "Unable to open VOTERS.DAT - status "
                   WS-VOTER-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PRINT-FILE-NAME) " - status "
                   WS-PRINT-STATUS "."
               CLOSE VOTER-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> First pass: the roll itself, and the control counts
           *> for the whole registry.
           MOVE "ELECTION ROLL" TO WS-SECTION-TITLE
           PERFORM PRINT-HEADING

           READ VOTER-FILE
               AT END
                   MOVE "Y" TO WS-AT-END
           END-READ

           PERFORM UNTIL WS-AT-END = "Y"
               ADD 1 TO WS-VOTERS-READ
               IF FUNCTION UPPER-CASE(VOTER-COUNTRY) = PC-COUNTRY
                   PERFORM CLASSIFY-VOTER
               END-IF

               READ VOTER-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
               END-READ
           END-PERFORM

           CLOSE VOTER-FILE

           IF WS-ON-ROLL = 0
               MOVE SPACES TO PRINT-REC
               MOVE "  (no registrant is of voting age by the cutoff)"
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF
           PERFORM PRINT-PAGE-FOOTER

           *> Second pass: the registrants who come of age between
           *> the cutoff and election day, on pages of their own.
           MOVE "COMING OF AGE AFTER THE CUTOFF" TO WS-SECTION-TITLE
           PERFORM PRINT-HEADING
           IF WS-COMING-OF-AGE > 0
               PERFORM LIST-COMING-OF-AGE
           ELSE
               MOVE SPACES TO PRINT-REC
               MOVE "  (none)" TO PRINT-REC
               WRITE PRINT-REC
           END-IF

           PERFORM PRINT-CONTROL-SECTION

           CLOSE PRINT-FILE

           DISPLAY "Roll for " FUNCTION TRIM(PC-COUNTRY)
               " written to " FUNCTION TRIM(WS-PRINT-FILE-NAME)
               " - " WS-ON-ROLL " on the roll, " WS-COMING-OF-AGE
               " coming of age before election day."

           MOVE WS-VOTERS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN = WS-ON-ROLL + WS-LATE-LISTED
           COMPUTE RL-RECORDS-SKIPPED =
               WS-UNDER-AGE + WS-NO-BIRTH-DATE
           IF WS-LATE-LISTED NOT = WS-COMING-OF-AGE
               MOVE "OOS" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-LATE-LISTED NOT = WS-COMING-OF-AGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       EDIT-PARAMETERS.
           *> Countries are compared in upper case, the way the
           *> voting-age table keys them - the entry door stores the
           *> country as typed.
           MOVE 0 TO WS-PARM-ERRORS
           MOVE FUNCTION UPPER-CASE(PC-COUNTRY) TO PC-COUNTRY
           IF PC-COUNTRY = SPACES
               DISPLAY "Country is required."
               ADD 1 TO WS-PARM-ERRORS
           END-IF

           IF PC-ELECTION-DATE IS NOT NUMERIC
               DISPLAY "Election date must be YYYYMMDD."
               ADD 1 TO WS-PARM-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE PC-ELECTION-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "Election date " PC-ELECTION-DATE
                   " is not a calendar date."
               ADD 1 TO WS-PARM-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE PC-ELECTION-DATE TO WS-ELECTION-DATE

           IF PC-CUTOFF-DATE = SPACES
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ELECTION-DATE)
                   - WS-DEFAULT-CUTOFF-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-CUTOFF-DATE
           ELSE
               IF PC-CUTOFF-DATE IS NOT NUMERIC
                   DISPLAY "Registration cutoff must be YYYYMMDD."
                   ADD 1 TO WS-PARM-ERRORS
                   EXIT PARAGRAPH
               END-IF
               MOVE PC-CUTOFF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE
               IF WS-DATE-VALID NOT = "Y"
                   DISPLAY "Registration cutoff " PC-CUTOFF-DATE
                       " is not a calendar date."
                   ADD 1 TO WS-PARM-ERRORS
                   EXIT PARAGRAPH
               END-IF
               MOVE PC-CUTOFF-DATE TO WS-CUTOFF-DATE
           END-IF

           IF WS-CUTOFF-DATE > WS-ELECTION-DATE
               DISPLAY "Registration cutoff " WS-CUTOFF-DATE
                   " falls after the election " WS-ELECTION-DATE "."
               ADD 1 TO WS-PARM-ERRORS
           END-IF.

       CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MONTH
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DAY
           IF WS-CHECK-DATE < 16010101
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           IF FUNCTION DATE-OF-INTEGER(WS-WORK-INT) = WS-CHECK-DATE
               MOVE "Y" TO WS-DATE-VALID
           END-IF.

       LOOKUP-MIN-VOTING-AGE.
           MOVE "N" TO WS-COUNTRY-FOUND
           MOVE VOTE-AGE-FALLBACK TO WS-MIN-VOTING-AGE
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > VOTE-AGE-COUNT
               IF VOTE-AGE-COUNTRY(WS-TABLE-INDEX) = PC-COUNTRY
                   MOVE VOTE-AGE-MIN(WS-TABLE-INDEX)
                       TO WS-MIN-VOTING-AGE
                   MOVE "Y" TO WS-COUNTRY-FOUND
               END-IF
               IF WS-COUNTRY-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COMPUTE-ELIGIBLE-DATE.
           *> A 29 February birthday in a year without one comes out
           *> as 0229, which sorts between 0228 and 0301 - the voter
           *> is of age from 1 March, as the law generally reads it.
           MOVE VOTER-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR
           MOVE VOTER-BIRTH-DATE(5:4) TO WS-BIRTH-MMDD
           COMPUTE WS-ELIGIBLE-YEAR =
               WS-BIRTH-YEAR + WS-MIN-VOTING-AGE
           COMPUTE WS-ELIGIBLE-DATE =
               WS-ELIGIBLE-YEAR * 10000 + WS-BIRTH-MMDD.

       CLASSIFY-VOTER.
           *> A registrant without a usable birth date cannot be
           *> shown to be of age; they are counted, and named on the
           *> console for the registry office to correct, but never
           *> printed on the roll.
           ADD 1 TO WS-COUNTRY-VOTERS
           MOVE VOTER-BIRTH-DATE TO WS-CHECK-DATE
           IF VOTER-BIRTH-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID
           ELSE
               PERFORM CHECK-DATE
           END-IF
           IF WS-DATE-VALID NOT = "Y"
               ADD 1 TO WS-NO-BIRTH-DATE
               DISPLAY "No usable birth date for "
                   FUNCTION TRIM(VOTER-NAME) " - left off the roll."
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ELIGIBLE-DATE
           EVALUATE TRUE
               WHEN WS-ELIGIBLE-DATE <= WS-CUTOFF-DATE
                   PERFORM PRINT-ROLL-LINE
               WHEN WS-ELIGIBLE-DATE <= WS-ELECTION-DATE
                   ADD 1 TO WS-COMING-OF-AGE
               WHEN OTHER
                   ADD 1 TO WS-UNDER-AGE
           END-EVALUATE.

       PRINT-ROLL-LINE.
           ADD 1 TO WS-ON-ROLL
           ADD VOTER-BIRTH-DATE TO WS-ROLL-HASH
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-FOOTER
               PERFORM PRINT-HEADING
           END-IF
           MOVE WS-ON-ROLL TO WS-ROLL-NO-ED
           MOVE SPACES TO PRINT-REC
           STRING WS-ROLL-NO-ED "  " VOTER-NAME "  "
               VOTER-BIRTH-DATE
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       LIST-COMING-OF-AGE.
           MOVE "N" TO WS-AT-END
           OPEN INPUT VOTER-FILE
           IF WS-VOTER-STATUS NOT = "00"
               DISPLAY "Unable to reopen VOTERS.DAT - status "
                   WS-VOTER-STATUS ". Coming-of-age list not printed."
               EXIT PARAGRAPH
           END-IF

           READ VOTER-FILE
               AT END
                   MOVE "Y" TO WS-AT-END
           END-READ

           PERFORM UNTIL WS-AT-END = "Y"
               IF FUNCTION UPPER-CASE(VOTER-COUNTRY) = PC-COUNTRY
                   PERFORM CHECK-COMING-OF-AGE
               END-IF

               READ VOTER-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
               END-READ
           END-PERFORM

           CLOSE VOTER-FILE.

       CHECK-COMING-OF-AGE.
           *> The same birth-date test as the first pass, so the two
           *> passes can never disagree about who is counted.
           MOVE VOTER-BIRTH-DATE TO WS-CHECK-DATE
           IF VOTER-BIRTH-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATE
           IF WS-DATE-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-ELIGIBLE-DATE
           IF WS-ELIGIBLE-DATE > WS-CUTOFF-DATE
                   AND WS-ELIGIBLE-DATE <= WS-ELECTION-DATE
               PERFORM PRINT-LATE-LINE
           END-IF.

       PRINT-LATE-LINE.
           ADD 1 TO WS-LATE-LISTED
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-FOOTER
               PERFORM PRINT-HEADING
           END-IF
           MOVE WS-LATE-LISTED TO WS-ROLL-NO-ED
           MOVE SPACES TO PRINT-REC
           STRING WS-ROLL-NO-ED "  " VOTER-NAME "  "
               VOTER-BIRTH-DATE "  of age " WS-ELIGIBLE-DATE
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINE-COUNT

           MOVE SPACES TO PRINT-REC
           STRING FUNCTION TRIM(WS-SECTION-TITLE) " - "
               FUNCTION TRIM(PC-COUNTRY)
               "   Run " WS-RUN-STAMP(1:14) "   Page " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "Election " WS-ELECTION-DATE
               "   Registration cutoff " WS-CUTOFF-DATE
               "   Minimum voting age " WS-MIN-VOTING-AGE
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "   NO.  NAME                           "
               "  BORN"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "------  ------------------------------"
               "  --------"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC.

       PRINT-PAGE-FOOTER.
           MOVE SPACES TO PRINT-REC
           STRING "                         --- end of page "
               WS-PAGE-NUMBER " ---"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC.

       PRINT-CONTROL-SECTION.
           *> The proof figures. Rerunning the same card against an
           *> unchanged VOTERS.DAT reproduces every one of them; a
           *> registry changed since shows up as a different count
           *> or hash.
           PERFORM PRINT-PAGE-FOOTER

           MOVE SPACES TO PRINT-REC
           MOVE "CONTROL TOTALS" TO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-VOTERS-READ TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  VOTERS.DAT records read          " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-COUNTRY-VOTERS TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  Registered for this country      " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-ON-ROLL TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    On the roll                    " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-COMING-OF-AGE TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Coming of age after cutoff     " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-UNDER-AGE TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Not of age by election day     " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-NO-BIRTH-DATE TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    No usable birth date           " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-ROLL-HASH TO WS-HASH-ED
           MOVE SPACES TO PRINT-REC
           STRING "  Roll hash (sum of birth dates) "
               WS-HASH-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           IF WS-LATE-LISTED NOT = WS-COMING-OF-AGE
               MOVE WS-LATE-LISTED TO WS-COUNT-ED
               MOVE SPACES TO PRINT-REC
               STRING "  *** Coming-of-age list printed " WS-COUNT-ED
                   " - OUT OF STEP with the count above ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF

           MOVE SPACES TO PRINT-REC
           STRING "*** End of roll - run " WS-RUN-STAMP(1:14)
               " ***"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC.
