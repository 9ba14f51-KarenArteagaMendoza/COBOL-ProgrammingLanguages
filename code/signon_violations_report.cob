       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOnViolationsReport.

      *> Daily violations report over SECLOG.DAT. For the day asked
      *> for it lists the operator IDs with repeated sign-on
      *> failures, every good sign-on made outside business hours,
      *> and every update choice an inquiry-only operator tried from
      *> the menu. The whole log is also checked for breaks in the
      *> SL-SEQ sequence - an entry taken out of the file shows as a
      *> gap whenever it was removed. Anything listed makes the run
      *> come back RC 4 so the jobstream surfaces it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE ASSIGN DYNAMIC WS-SECLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECLOG-FILE.
           COPY "seclogrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SECLOG-FILE-NAME PIC X(40) VALUE "SECLOG.DAT".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE SPACE.
       01 WS-SECLOG-EOF       PIC X VALUE "N".

       *> The day reported on comes off the SYSIN card; 0 is the day
       *> before the run date, which is the day the overnight run
       *> has just seen close.
       01 WS-REPORT-DATE     PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE      PIC 9(8) VALUE 0.
       01 WS-DAY-INT         PIC 9(8) VALUE 0.
       01 WS-ENTRY-TIME      PIC X(4).

       *> Business hours are 07:00 up to 19:00, Monday to Friday. A
       *> good sign-on at any time on a Saturday or Sunday is out of
       *> hours. Three failures in one day is a full lockout's worth
       *> even when a good sign-on in between reset the counter on
       *> the master, so that is where an operator ID gets listed.
       01 WS-DAY-START       PIC X(4) VALUE "0700".
       01 WS-DAY-END         PIC X(4) VALUE "1900".
       01 WS-FAIL-LIMIT      PIC 9(3) VALUE 3.
       01 WS-WEEKEND         PIC X VALUE "N".

       01 WS-ENTRIES-READ    PIC 9(7) VALUE 0.
       01 WS-DAY-ENTRIES     PIC 9(7) VALUE 0.
       01 WS-VIOLATIONS      PIC 9(6) VALUE 0.

       *> Sequence check over the whole log.
       01 WS-PREV-SEQ        PIC 9(9) VALUE 0.
       01 WS-GAP-FROM        PIC 9(9).
       01 WS-GAP-TO          PIC 9(9).
       01 WS-SEQ-BREAKS      PIC 9(6) VALUE 0.

       *> Failures for the day, one bucket per operator ID as
       *> entered, built the way AuditInquiry builds its summary.
       01 WS-OPR-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-OPR-FOUND       PIC X VALUE "N".
       01 WS-OPR-INDEX       PIC 9(3).
       01 WS-OPR-OVERFLOW    PIC 9(5) VALUE 0.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID        PIC X(10).
               10 WS-OPR-FAILS     PIC 9(3).
               10 WS-OPR-LOCKOUTS  PIC 9(3).
               10 WS-OPR-FIRST     PIC X(4).
               10 WS-OPR-LAST      PIC X(4).

       *> Out-of-hours sign-ons and role denials are held for the
       *> report body, which prints after the failures section.
       01 WS-LIST-INDEX      PIC 9(3).
       01 WS-HRS-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-HRS-OVERFLOW    PIC 9(5) VALUE 0.
       01 WS-HRS-TABLE.
           05 WS-HRS-ENTRY OCCURS 200 TIMES.
               10 WS-HRS-SEQ       PIC 9(9).
               10 WS-HRS-TIME      PIC X(4).
               10 WS-HRS-OPERATOR  PIC X(10).
               10 WS-HRS-PROGRAM   PIC X(20).
               10 WS-HRS-DETAIL    PIC X(40).

       01 WS-DNY-ENTRIES     PIC 9(3) VALUE 0.
       01 WS-DNY-OVERFLOW    PIC 9(5) VALUE 0.
       01 WS-DNY-TABLE.
           05 WS-DNY-ENTRY OCCURS 200 TIMES.
               10 WS-DNY-SEQ       PIC 9(9).
               10 WS-DNY-TIME      PIC X(4).
               10 WS-DNY-OPERATOR  PIC X(10).
               10 WS-DNY-PROGRAM   PIC X(20).
               10 WS-DNY-DETAIL    PIC X(40).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the counters and
           *> tables have to be put back by hand here.
           MOVE "N" TO WS-SECLOG-EOF
           MOVE 0 TO WS-ENTRIES-READ
           MOVE 0 TO WS-DAY-ENTRIES
           MOVE 0 TO WS-VIOLATIONS
           MOVE 0 TO WS-PREV-SEQ
           MOVE 0 TO WS-SEQ-BREAKS
           MOVE 0 TO WS-OPR-ENTRIES
           MOVE 0 TO WS-OPR-OVERFLOW
           MOVE 0 TO WS-HRS-ENTRIES
           MOVE 0 TO WS-HRS-OVERFLOW
           MOVE 0 TO WS-DNY-ENTRIES
           MOVE 0 TO WS-DNY-OVERFLOW

           ACCEPT WS-SECLOG-FILE-NAME FROM ENVIRONMENT "SECLOG"
               ON EXCEPTION
                   MOVE "SECLOG.DAT" TO WS-SECLOG-FILE-NAME
           END-ACCEPT

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "SignOnViolationsReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           PERFORM GET-REPORT-DATE

           OPEN INPUT SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "Unable to open SECLOG.DAT - status "
                   WS-SECLOG-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-SECLOG-EOF = "Y"
               READ SECLOG-FILE
                   AT END
                       MOVE "Y" TO WS-SECLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM CHECK-SEQUENCE
                       IF SL-TIMESTAMP(1:8) = WS-REPORT-DATE
                           ADD 1 TO WS-DAY-ENTRIES
                           PERFORM TALLY-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SECLOG-FILE

           PERFORM PRINT-REPEATED-FAILURES
           PERFORM PRINT-OUT-OF-HOURS
           PERFORM PRINT-ROLE-DENIALS

           DISPLAY " "
           DISPLAY "Log entries read: " WS-ENTRIES-READ
               "  for the day: " WS-DAY-ENTRIES
           DISPLAY "Violations listed: " WS-VIOLATIONS
               "  sequence breaks: " WS-SEQ-BREAKS

           MOVE WS-ENTRIES-READ TO RL-RECORDS-READ
           MOVE WS-VIOLATIONS TO RL-RECORDS-WRITTEN
           IF WS-VIOLATIONS > 0 OR WS-SEQ-BREAKS > 0
               MOVE "EXC" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-VIOLATIONS > 0 OR WS-SEQ-BREAKS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       GET-REPORT-DATE.
           DISPLAY "Enter date to report (YYYYMMDD, 0 = yesterday):"
           ACCEPT WS-REPORT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-REPORT-DATE = 0
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-REPORT-DATE
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           END-IF

           *> Day 1 of the integer calendar is a Monday, so five and
           *> six past a multiple of seven are Saturday and Sunday.
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) >= 5
               MOVE "Y" TO WS-WEEKEND
           ELSE
               MOVE "N" TO WS-WEEKEND
           END-IF

           DISPLAY "Sign-On Violations Report for " WS-REPORT-DATE
           IF WS-WEEKEND = "Y"
               DISPLAY "(weekend - every sign-on is out of hours)"
           END-IF.

       CHECK-SEQUENCE.
           *> Every entry should carry the next number. A jump means
           *> entries are missing; a number at or below the last one
           *> means the file has been spliced or reordered.
           IF SL-SEQ IS NOT NUMERIC
               DISPLAY "Entry " WS-ENTRIES-READ " has no sequence"
                   " number."
               ADD 1 TO WS-SEQ-BREAKS
               EXIT PARAGRAPH
           END-IF

           IF WS-PREV-SEQ > 0
               IF SL-SEQ > WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQ + 1
                   COMPUTE WS-GAP-TO   = SL-SEQ - 1
                   DISPLAY "Sequence gap: entries " WS-GAP-FROM
                       " to " WS-GAP-TO " are missing."
                   ADD 1 TO WS-SEQ-BREAKS
               END-IF
               IF SL-SEQ NOT > WS-PREV-SEQ
                   DISPLAY "Sequence break: entry " SL-SEQ
                       " follows " WS-PREV-SEQ "."
                   ADD 1 TO WS-SEQ-BREAKS
               END-IF
           END-IF

           MOVE SL-SEQ TO WS-PREV-SEQ.

       TALLY-ONE-EVENT.
           MOVE SL-TIMESTAMP(9:4) TO WS-ENTRY-TIME

           EVALUATE SL-EVENT
               WHEN "BADPWD"
               WHEN "UNKNOWN"
               WHEN "LOCKED"
               WHEN "DISABLED"
                   PERFORM FIND-OPERATOR-BUCKET
                   IF WS-OPR-FOUND = "Y"
                       ADD 1 TO WS-OPR-FAILS(WS-OPR-INDEX)
                   END-IF
               WHEN "LOCKOUT"
                   PERFORM FIND-OPERATOR-BUCKET
                   IF WS-OPR-FOUND = "Y"
                       ADD 1 TO WS-OPR-LOCKOUTS(WS-OPR-INDEX)
                   END-IF
               WHEN "SIGNON"
                   IF WS-WEEKEND = "Y"
                           OR WS-ENTRY-TIME < WS-DAY-START
                           OR WS-ENTRY-TIME NOT < WS-DAY-END
                       PERFORM HOLD-OUT-OF-HOURS
                   END-IF
               WHEN "ROLEDENY"
                   PERFORM HOLD-ROLE-DENIAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-OPERATOR-BUCKET.
           MOVE "N" TO WS-OPR-FOUND
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-ENTRIES
               IF WS-OPR-ID(WS-OPR-INDEX) = SL-OPERATOR-ID
                   MOVE "Y" TO WS-OPR-FOUND
                   MOVE WS-ENTRY-TIME TO WS-OPR-LAST(WS-OPR-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-OPR-FOUND = "N"
               IF WS-OPR-ENTRIES < 200
                   ADD 1 TO WS-OPR-ENTRIES
                   MOVE WS-OPR-ENTRIES TO WS-OPR-INDEX
                   MOVE SL-OPERATOR-ID TO WS-OPR-ID(WS-OPR-INDEX)
                   MOVE 0 TO WS-OPR-FAILS(WS-OPR-INDEX)
                   MOVE 0 TO WS-OPR-LOCKOUTS(WS-OPR-INDEX)
                   MOVE WS-ENTRY-TIME TO WS-OPR-FIRST(WS-OPR-INDEX)
                   MOVE WS-ENTRY-TIME TO WS-OPR-LAST(WS-OPR-INDEX)
                   MOVE "Y" TO WS-OPR-FOUND
               ELSE
                   ADD 1 TO WS-OPR-OVERFLOW
               END-IF
           END-IF.

       HOLD-OUT-OF-HOURS.
           IF WS-HRS-ENTRIES < 200
               ADD 1 TO WS-HRS-ENTRIES
               MOVE SL-SEQ         TO WS-HRS-SEQ(WS-HRS-ENTRIES)
               MOVE WS-ENTRY-TIME  TO WS-HRS-TIME(WS-HRS-ENTRIES)
               MOVE SL-OPERATOR-ID TO WS-HRS-OPERATOR(WS-HRS-ENTRIES)
               MOVE SL-PROGRAM     TO WS-HRS-PROGRAM(WS-HRS-ENTRIES)
               MOVE SL-DETAIL      TO WS-HRS-DETAIL(WS-HRS-ENTRIES)
           ELSE
               ADD 1 TO WS-HRS-OVERFLOW
           END-IF.

       HOLD-ROLE-DENIAL.
           IF WS-DNY-ENTRIES < 200
               ADD 1 TO WS-DNY-ENTRIES
               MOVE SL-SEQ         TO WS-DNY-SEQ(WS-DNY-ENTRIES)
               MOVE WS-ENTRY-TIME  TO WS-DNY-TIME(WS-DNY-ENTRIES)
               MOVE SL-OPERATOR-ID TO WS-DNY-OPERATOR(WS-DNY-ENTRIES)
               MOVE SL-PROGRAM     TO WS-DNY-PROGRAM(WS-DNY-ENTRIES)
               MOVE SL-DETAIL      TO WS-DNY-DETAIL(WS-DNY-ENTRIES)
           ELSE
               ADD 1 TO WS-DNY-OVERFLOW
           END-IF.

       PRINT-REPEATED-FAILURES.
           DISPLAY " "
           DISPLAY "Repeated sign-on failures (" WS-FAIL-LIMIT
               " or more, or a lockout)"
           DISPLAY "OPERATOR   FAILS LOCKOUTS FIRST LAST"
           DISPLAY "---------- ----- -------- ----- ----"

           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-ENTRIES
               IF WS-OPR-FAILS(WS-OPR-INDEX) >= WS-FAIL-LIMIT
                       OR WS-OPR-LOCKOUTS(WS-OPR-INDEX) > 0
                   DISPLAY WS-OPR-ID(WS-OPR-INDEX) "   "
                       WS-OPR-FAILS(WS-OPR-INDEX) "      "
                       WS-OPR-LOCKOUTS(WS-OPR-INDEX) " "
                       WS-OPR-FIRST(WS-OPR-INDEX) "  "
                       WS-OPR-LAST(WS-OPR-INDEX)
                   ADD 1 TO WS-VIOLATIONS
               END-IF
           END-PERFORM

           IF WS-OPR-OVERFLOW > 0
               DISPLAY "Warning: " WS-OPR-OVERFLOW " failure(s) for"
                   " operator IDs past the first 200 not counted."
               ADD 1 TO WS-VIOLATIONS
           END-IF.

       PRINT-OUT-OF-HOURS.
           DISPLAY " "
           DISPLAY "Sign-ons outside business hours (" WS-DAY-START
               "-" WS-DAY-END " weekdays)"
           DISPLAY "SEQ       TIME OPERATOR   PROGRAM              "
               "DETAIL"
           DISPLAY "--------- ---- ---------- --------------------"
               " ------"

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > WS-HRS-ENTRIES
               DISPLAY WS-HRS-SEQ(WS-LIST-INDEX) " "
                   WS-HRS-TIME(WS-LIST-INDEX) " "
                   WS-HRS-OPERATOR(WS-LIST-INDEX) " "
                   WS-HRS-PROGRAM(WS-LIST-INDEX) " "
                   WS-HRS-DETAIL(WS-LIST-INDEX)
               ADD 1 TO WS-VIOLATIONS
           END-PERFORM

           IF WS-HRS-OVERFLOW > 0
               DISPLAY "... and " WS-HRS-OVERFLOW " more not listed."
               ADD WS-HRS-OVERFLOW TO WS-VIOLATIONS
           END-IF.

       PRINT-ROLE-DENIALS.
           DISPLAY " "
           DISPLAY "Update choices refused to inquiry-only operators"
           DISPLAY "SEQ       TIME OPERATOR   PROGRAM              "
               "DETAIL"
           DISPLAY "--------- ---- ---------- --------------------"
               " ------"

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > WS-DNY-ENTRIES
               DISPLAY WS-DNY-SEQ(WS-LIST-INDEX) " "
                   WS-DNY-TIME(WS-LIST-INDEX) " "
                   WS-DNY-OPERATOR(WS-LIST-INDEX) " "
                   WS-DNY-PROGRAM(WS-LIST-INDEX) " "
                   WS-DNY-DETAIL(WS-LIST-INDEX)
               ADD 1 TO WS-VIOLATIONS
           END-PERFORM

           IF WS-DNY-OVERFLOW > 0
               DISPLAY "... and " WS-DNY-OVERFLOW " more not listed."
               ADD WS-DNY-OVERFLOW TO WS-VIOLATIONS
           END-IF.
