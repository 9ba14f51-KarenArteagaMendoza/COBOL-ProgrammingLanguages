       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActivityTrail.

      *> One timeline across every file that records who did what:
      *>   AUDITLOG.DAT   employee adds
      *>   EMPJRNL.DAT    every employee-master maintenance action
      *>   TRANSHIST.DAT  department transfers
      *>   VOTAUDIT.DAT   voter-registry maintenance
      *>   RUNLOG.DAT     program runs
      *> Select by operator - everything one operator did over a
      *> date range, from every source - or the other way round, by
      *> employee (every touch on one EMP-ID from the files that
      *> carry one) or by voter. Each line names the source, the
      *> action, and the employee or voter affected. Every source is
      *> appended in time order, so the timeline is a straight merge
      *> on timestamp: each file is read once, front to back, with
      *> the earliest selected entry of the five shown next. A
      *> source that is missing is reported and left out; archived
      *> audit months (AuditArchive) are not on the live log and do
      *> not appear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT XFER-FILE ASSIGN DYNAMIC WS-XFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.

           SELECT VAUDIT-FILE ASSIGN DYNAMIC WS-VAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAUDIT-STATUS.

           SELECT RUNLOG-FILE ASSIGN DYNAMIC WS-RUNLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           COPY "auditrec.cpy".

       FD JRNL-FILE.
           COPY "empjrnl.cpy".

       FD XFER-FILE.
           COPY "xferrec.cpy".

       FD VAUDIT-FILE.
           COPY "votaudit.cpy".

       FD RUNLOG-FILE.
           COPY "runlogrec.cpy"
               REPLACING ==RUNLOG-RECORD== BY ==RUNLOG-FILE-RECORD==.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-NAME  PIC X(40) VALUE "AUDITLOG.DAT".
       01 WS-JRNL-FILE-NAME   PIC X(40) VALUE "EMPJRNL.DAT".
       01 WS-XFER-FILE-NAME   PIC X(40) VALUE "TRANSHIST.DAT".
       01 WS-VAUDIT-FILE-NAME PIC X(40) VALUE "VOTAUDIT.DAT".
       01 WS-RUNLOG-FILE-NAME PIC X(40) VALUE "RUNLOG.DAT".

       01 WS-AUDIT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-JRNL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-XFER-STATUS     PIC X(2) VALUE SPACE.
       01 WS-VAUDIT-STATUS   PIC X(2) VALUE SPACE.
       01 WS-RUNLOG-STATUS   PIC X(2) VALUE SPACE.

       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".

       *> What is being asked for. The date range applies in every
       *> mode; 0 for the to-date means no upper limit.
       01 WS-PICK-OPERATOR   PIC X(10).
       01 WS-PICK-EMP-ID     PIC 9(5).
       01 WS-PICK-VOTER      PIC X(30).
       01 WS-FROM-DATE       PIC 9(8).
       01 WS-TO-DATE         PIC 9(8).

       *> The entry under test, put in common form by each source's
       *> reader before TEST-SELECTION looks at it.
       01 WS-TEST-DATE       PIC 9(8).
       01 WS-TEST-OPERATOR   PIC X(10).
       01 WS-TEST-EMP-ID     PIC 9(5).
       01 WS-TEST-HAS-EMP    PIC X.
       01 WS-TEST-VOTER      PIC X(30).
       01 WS-SELECTED        PIC X.

       *> Merge state per source: whether the file is open, at end,
       *> and holding a selected entry not yet shown, and that
       *> entry's timestamp to the hundredth of a second.
       01 WS-AU-OPEN         PIC X VALUE "N".
       01 WS-AU-EOF          PIC X VALUE "Y".
       01 WS-AU-HAVE         PIC X VALUE "N".
       01 WS-AU-KEY          PIC X(16).
       01 WS-AU-SHOWN        PIC 9(6) VALUE 0.
       01 WS-JR-OPEN         PIC X VALUE "N".
       01 WS-JR-EOF          PIC X VALUE "Y".
       01 WS-JR-HAVE         PIC X VALUE "N".
       01 WS-JR-KEY          PIC X(16).
       01 WS-JR-SHOWN        PIC 9(6) VALUE 0.
       01 WS-XF-OPEN         PIC X VALUE "N".
       01 WS-XF-EOF          PIC X VALUE "Y".
       01 WS-XF-HAVE         PIC X VALUE "N".
       01 WS-XF-KEY          PIC X(16).
       01 WS-XF-SHOWN        PIC 9(6) VALUE 0.
       01 WS-VA-OPEN         PIC X VALUE "N".
       01 WS-VA-EOF          PIC X VALUE "Y".
       01 WS-VA-HAVE         PIC X VALUE "N".
       01 WS-VA-KEY          PIC X(16).
       01 WS-VA-SHOWN        PIC 9(6) VALUE 0.
       01 WS-RN-OPEN         PIC X VALUE "N".
       01 WS-RN-EOF          PIC X VALUE "Y".
       01 WS-RN-HAVE         PIC X VALUE "N".
       01 WS-RN-KEY          PIC X(16).
       01 WS-RN-SHOWN        PIC 9(6) VALUE 0.

       01 WS-NEXT-SOURCE     PIC 9 VALUE 0.
       01 WS-NEXT-KEY        PIC X(16).
       01 WS-LINES-SHOWN     PIC 9(6) VALUE 0.
       01 WS-ENTRIES-READ    PIC 9(7) VALUE 0.

       01 WS-TRAIL-LINE.
           05 TL-DATE        PIC X(10).
           05 FILLER         PIC X(1).
           05 TL-TIME        PIC X(8).
           05 FILLER         PIC X(1).
           05 TL-SOURCE      PIC X(9).
           05 FILLER         PIC X(1).
           05 TL-OPERATOR    PIC X(10).
           05 FILLER         PIC X(1).
           05 TL-ACTION      PIC X(20).
           05 FILLER         PIC X(1).
           05 TL-SUBJECT     PIC X(30).
           05 FILLER         PIC X(1).
           05 TL-DETAIL      PIC X(40).
       01 WS-STAMP           PIC X(21).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE 0     TO WS-LINES-SHOWN
           MOVE 0     TO WS-ENTRIES-READ

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ActivityTrail" TO RL-PROGRAM-NAME OF RUNLOG-RECORD
           MOVE FUNCTION CURRENT-DATE
               TO RL-START-STAMP OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-READ OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-WRITTEN OF RUNLOG-RECORD
           MOVE 0 TO RL-RECORDS-SKIPPED OF RUNLOG-RECORD

           PERFORM UNTIL WS-FINISH = "Y"
               DISPLAY "Trail by Operator, Employee, Voter or eXit"
                   " (O/E/V/X)?"
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

               EVALUATE WS-ACTION
                   WHEN "O"
                       DISPLAY "Enter Operator ID:"
                       ACCEPT WS-PICK-OPERATOR
                       MOVE FUNCTION UPPER-CASE(WS-PICK-OPERATOR)
                           TO WS-PICK-OPERATOR
                       PERFORM GET-DATE-RANGE
                       PERFORM BUILD-THE-TRAIL
                   WHEN "E"
                       DISPLAY "Enter Employee ID:"
                       ACCEPT WS-PICK-EMP-ID
                       PERFORM GET-DATE-RANGE
                       PERFORM BUILD-THE-TRAIL
                   WHEN "V"
                       DISPLAY "Enter the voter's name as"
                           " registered:"
                       ACCEPT WS-PICK-VOTER
                       PERFORM GET-DATE-RANGE
                       PERFORM BUILD-THE-TRAIL
                   WHEN "X"
                       MOVE "Y" TO WS-FINISH
                   WHEN OTHER
                       DISPLAY "Please enter O, E, V or X."
               END-EVALUATE
           END-PERFORM

           MOVE WS-ENTRIES-READ TO RL-RECORDS-READ OF RUNLOG-RECORD
           MOVE WS-LINES-SHOWN  TO RL-RECORDS-WRITTEN OF RUNLOG-RECORD
           MOVE "OK" TO RL-FINAL-STATUS OF RUNLOG-RECORD
           CALL "RunLogger" USING RUNLOG-RECORD

           DISPLAY "Done."
           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-AUDIT-FILE-NAME FROM ENVIRONMENT "AUDITLOG"
               ON EXCEPTION
                   MOVE "AUDITLOG.DAT" TO WS-AUDIT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT "EMPJRNL"
               ON EXCEPTION
                   MOVE "EMPJRNL.DAT" TO WS-JRNL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-XFER-FILE-NAME FROM ENVIRONMENT "TRANSHIST"
               ON EXCEPTION
                   MOVE "TRANSHIST.DAT" TO WS-XFER-FILE-NAME
           END-ACCEPT
           ACCEPT WS-VAUDIT-FILE-NAME FROM ENVIRONMENT "VOTAUDIT"
               ON EXCEPTION
                   MOVE "VOTAUDIT.DAT" TO WS-VAUDIT-FILE-NAME
           END-ACCEPT
           ACCEPT WS-RUNLOG-FILE-NAME FROM ENVIRONMENT "RUNLOG"
               ON EXCEPTION
                   MOVE "RUNLOG.DAT" TO WS-RUNLOG-FILE-NAME
           END-ACCEPT.

       GET-DATE-RANGE.
           DISPLAY "Enter from date (YYYYMMDD, 0 = from the start):"
           ACCEPT WS-FROM-DATE
           DISPLAY "Enter to date (YYYYMMDD, 0 = to date):"
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

       BUILD-THE-TRAIL.
           PERFORM OPEN-THE-SOURCES

           DISPLAY "DATE       TIME     SOURCE    OPERATOR   ACTION"
               "               EMPLOYEE / VOTER               DETAIL"
           DISPLAY "---------- -------- --------- ---------- -------"
               "------------- ------------------------------ ------"
               "----------------------------------"

           PERFORM NEXT-AUDIT-ENTRY
           PERFORM NEXT-JRNL-ENTRY
           PERFORM NEXT-XFER-ENTRY
           PERFORM NEXT-VOTER-ENTRY
           PERFORM NEXT-RUN-ENTRY

           PERFORM PICK-EARLIEST
           PERFORM UNTIL WS-NEXT-SOURCE = 0
               EVALUATE WS-NEXT-SOURCE
                   WHEN 1
                       PERFORM SHOW-AUDIT-ENTRY
                       PERFORM NEXT-AUDIT-ENTRY
                   WHEN 2
                       PERFORM SHOW-JRNL-ENTRY
                       PERFORM NEXT-JRNL-ENTRY
                   WHEN 3
                       PERFORM SHOW-XFER-ENTRY
                       PERFORM NEXT-XFER-ENTRY
                   WHEN 4
                       PERFORM SHOW-VOTER-ENTRY
                       PERFORM NEXT-VOTER-ENTRY
                   WHEN 5
                       PERFORM SHOW-RUN-ENTRY
                       PERFORM NEXT-RUN-ENTRY
               END-EVALUATE
               ADD 1 TO WS-LINES-SHOWN
               PERFORM PICK-EARLIEST
           END-PERFORM

           PERFORM CLOSE-THE-SOURCES

           DISPLAY WS-AU-SHOWN " AUDITLOG, " WS-JR-SHOWN " EMPJRNL, "
               WS-XF-SHOWN " TRANSHIST, " WS-VA-SHOWN " VOTAUDIT, "
               WS-RN-SHOWN " RUNLOG entry(ies) on the trail.".

       OPEN-THE-SOURCES.
           *> Only the sources that can hold a match are read: an
           *> employee trail has nothing to find on the voter audit
           *> or the run log (neither names an employee), and a
           *> voter trail is the voter audit alone.
           MOVE 0 TO WS-AU-SHOWN
           MOVE 0 TO WS-JR-SHOWN
           MOVE 0 TO WS-XF-SHOWN
           MOVE 0 TO WS-VA-SHOWN
           MOVE 0 TO WS-RN-SHOWN
           MOVE "N" TO WS-AU-OPEN
           MOVE "N" TO WS-JR-OPEN
           MOVE "N" TO WS-XF-OPEN
           MOVE "N" TO WS-VA-OPEN
           MOVE "N" TO WS-RN-OPEN

           IF WS-ACTION = "O" OR WS-ACTION = "E"
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   MOVE "Y" TO WS-AU-OPEN
               ELSE
                   DISPLAY "AUDITLOG.DAT not available - status "
                       WS-AUDIT-STATUS ". Left off the trail."
               END-IF
               OPEN INPUT JRNL-FILE
               IF WS-JRNL-STATUS = "00"
                   MOVE "Y" TO WS-JR-OPEN
               ELSE
                   DISPLAY "EMPJRNL.DAT not available - status "
                       WS-JRNL-STATUS ". Left off the trail."
               END-IF
               OPEN INPUT XFER-FILE
               IF WS-XFER-STATUS = "00"
                   MOVE "Y" TO WS-XF-OPEN
               ELSE
                   DISPLAY "TRANSHIST.DAT not available - status "
                       WS-XFER-STATUS ". Left off the trail."
               END-IF
           END-IF

           IF WS-ACTION = "O" OR WS-ACTION = "V"
               OPEN INPUT VAUDIT-FILE
               IF WS-VAUDIT-STATUS = "00"
                   MOVE "Y" TO WS-VA-OPEN
               ELSE
                   DISPLAY "VOTAUDIT.DAT not available - status "
                       WS-VAUDIT-STATUS ". Left off the trail."
               END-IF
           END-IF

           IF WS-ACTION = "O"
               OPEN INPUT RUNLOG-FILE
               IF WS-RUNLOG-STATUS = "00"
                   MOVE "Y" TO WS-RN-OPEN
               ELSE
                   DISPLAY "RUNLOG.DAT not available - status "
                       WS-RUNLOG-STATUS ". Left off the trail."
               END-IF
           END-IF

           *> A source not open starts at end, so the merge never
           *> waits on it.
           IF WS-AU-OPEN = "Y"
               MOVE "N" TO WS-AU-EOF
           ELSE
               MOVE "Y" TO WS-AU-EOF
           END-IF
           IF WS-JR-OPEN = "Y"
               MOVE "N" TO WS-JR-EOF
           ELSE
               MOVE "Y" TO WS-JR-EOF
           END-IF
           IF WS-XF-OPEN = "Y"
               MOVE "N" TO WS-XF-EOF
           ELSE
               MOVE "Y" TO WS-XF-EOF
           END-IF
           IF WS-VA-OPEN = "Y"
               MOVE "N" TO WS-VA-EOF
           ELSE
               MOVE "Y" TO WS-VA-EOF
           END-IF
           IF WS-RN-OPEN = "Y"
               MOVE "N" TO WS-RN-EOF
           ELSE
               MOVE "Y" TO WS-RN-EOF
           END-IF.

       CLOSE-THE-SOURCES.
           IF WS-AU-OPEN = "Y"
               CLOSE AUDIT-FILE
           END-IF
           IF WS-JR-OPEN = "Y"
               CLOSE JRNL-FILE
           END-IF
           IF WS-XF-OPEN = "Y"
               CLOSE XFER-FILE
           END-IF
           IF WS-VA-OPEN = "Y"
               CLOSE VAUDIT-FILE
           END-IF
           IF WS-RN-OPEN = "Y"
               CLOSE RUNLOG-FILE
           END-IF.

       PICK-EARLIEST.
           *> The earliest held entry of the five goes next; on a tie
           *> the sources are taken in the order listed above.
           MOVE 0 TO WS-NEXT-SOURCE
           MOVE HIGH-VALUES TO WS-NEXT-KEY
           IF WS-AU-HAVE = "Y" AND WS-AU-KEY < WS-NEXT-KEY
               MOVE 1 TO WS-NEXT-SOURCE
               MOVE WS-AU-KEY TO WS-NEXT-KEY
           END-IF
           IF WS-JR-HAVE = "Y" AND WS-JR-KEY < WS-NEXT-KEY
               MOVE 2 TO WS-NEXT-SOURCE
               MOVE WS-JR-KEY TO WS-NEXT-KEY
           END-IF
           IF WS-XF-HAVE = "Y" AND WS-XF-KEY < WS-NEXT-KEY
               MOVE 3 TO WS-NEXT-SOURCE
               MOVE WS-XF-KEY TO WS-NEXT-KEY
           END-IF
           IF WS-VA-HAVE = "Y" AND WS-VA-KEY < WS-NEXT-KEY
               MOVE 4 TO WS-NEXT-SOURCE
               MOVE WS-VA-KEY TO WS-NEXT-KEY
           END-IF
           IF WS-RN-HAVE = "Y" AND WS-RN-KEY < WS-NEXT-KEY
               MOVE 5 TO WS-NEXT-SOURCE
               MOVE WS-RN-KEY TO WS-NEXT-KEY
           END-IF.

       TEST-SELECTION.
           MOVE "N" TO WS-SELECTED
           IF WS-TEST-DATE < WS-FROM-DATE
                   OR WS-TEST-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
               WHEN "O"
                   IF WS-TEST-OPERATOR = WS-PICK-OPERATOR
                       MOVE "Y" TO WS-SELECTED
                   END-IF
               WHEN "E"
                   IF WS-TEST-HAS-EMP = "Y"
                           AND WS-TEST-EMP-ID = WS-PICK-EMP-ID
                       MOVE "Y" TO WS-SELECTED
                   END-IF
               WHEN "V"
                   IF WS-TEST-VOTER = WS-PICK-VOTER
                       MOVE "Y" TO WS-SELECTED
                   END-IF
           END-EVALUATE.

       NEXT-AUDIT-ENTRY.
           *> #CONTROL trailers left by AuditArchive carry no
           *> timestamp and are passed over with anything else that
           *> doesn't.
           MOVE "N" TO WS-AU-HAVE
           PERFORM UNTIL WS-AU-HAVE = "Y" OR WS-AU-EOF = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AU-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF AUDIT-TIMESTAMP(1:16) IS NUMERIC
                           MOVE AUDIT-TIMESTAMP(1:8) TO WS-TEST-DATE
                           MOVE AUDIT-OPERATOR-ID TO WS-TEST-OPERATOR
                           PERFORM TAKE-AUDIT-EMP-ID
                           MOVE SPACES TO WS-TEST-VOTER
                           PERFORM TEST-SELECTION
                           IF WS-SELECTED = "Y"
                               MOVE "Y" TO WS-AU-HAVE
                               MOVE AUDIT-TIMESTAMP(1:16) TO WS-AU-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-AUDIT-EMP-ID.
           IF AUDIT-EMP-ID IS NUMERIC
               MOVE AUDIT-EMP-ID TO WS-TEST-EMP-ID
               MOVE "Y" TO WS-TEST-HAS-EMP
           ELSE
               MOVE 0 TO WS-TEST-EMP-ID
               MOVE "N" TO WS-TEST-HAS-EMP
           END-IF.

       NEXT-JRNL-ENTRY.
           MOVE "N" TO WS-JR-HAVE
           PERFORM UNTIL WS-JR-HAVE = "Y" OR WS-JR-EOF = "Y"
               READ JRNL-FILE
                   AT END
                       MOVE "Y" TO WS-JR-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF JR-TIMESTAMP(1:16) IS NUMERIC
                           MOVE JR-TIMESTAMP(1:8) TO WS-TEST-DATE
                           MOVE JR-OPERATOR-ID TO WS-TEST-OPERATOR
                           IF JR-EMP-ID IS NUMERIC
                               MOVE JR-EMP-ID TO WS-TEST-EMP-ID
                               MOVE "Y" TO WS-TEST-HAS-EMP
                           ELSE
                               MOVE 0 TO WS-TEST-EMP-ID
                               MOVE "N" TO WS-TEST-HAS-EMP
                           END-IF
                           MOVE SPACES TO WS-TEST-VOTER
                           PERFORM TEST-SELECTION
                           IF WS-SELECTED = "Y"
                               MOVE "Y" TO WS-JR-HAVE
                               MOVE JR-TIMESTAMP(1:16) TO WS-JR-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NEXT-XFER-ENTRY.
           MOVE "N" TO WS-XF-HAVE
           PERFORM UNTIL WS-XF-HAVE = "Y" OR WS-XF-EOF = "Y"
               READ XFER-FILE
                   AT END
                       MOVE "Y" TO WS-XF-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF XF-TIMESTAMP(1:16) IS NUMERIC
                           MOVE XF-TIMESTAMP(1:8) TO WS-TEST-DATE
                           MOVE XF-OPERATOR-ID TO WS-TEST-OPERATOR
                           IF XF-EMP-ID IS NUMERIC
                               MOVE XF-EMP-ID TO WS-TEST-EMP-ID
                               MOVE "Y" TO WS-TEST-HAS-EMP
                           ELSE
                               MOVE 0 TO WS-TEST-EMP-ID
                               MOVE "N" TO WS-TEST-HAS-EMP
                           END-IF
                           MOVE SPACES TO WS-TEST-VOTER
                           PERFORM TEST-SELECTION
                           IF WS-SELECTED = "Y"
                               MOVE "Y" TO WS-XF-HAVE
                               MOVE XF-TIMESTAMP(1:16) TO WS-XF-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NEXT-VOTER-ENTRY.
           MOVE "N" TO WS-VA-HAVE
           PERFORM UNTIL WS-VA-HAVE = "Y" OR WS-VA-EOF = "Y"
               READ VAUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-VA-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF VA-TIMESTAMP(1:16) IS NUMERIC
                           MOVE VA-TIMESTAMP(1:8) TO WS-TEST-DATE
                           MOVE VA-OPERATOR-ID TO WS-TEST-OPERATOR
                           MOVE 0 TO WS-TEST-EMP-ID
                           MOVE "N" TO WS-TEST-HAS-EMP
                           MOVE VA-VOTER-NAME TO WS-TEST-VOTER
                           PERFORM TEST-SELECTION
                           IF WS-SELECTED = "Y"
                               MOVE "Y" TO WS-VA-HAVE
                               MOVE VA-TIMESTAMP(1:16) TO WS-VA-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NEXT-RUN-ENTRY.
           MOVE "N" TO WS-RN-HAVE
           PERFORM UNTIL WS-RN-HAVE = "Y" OR WS-RN-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-RN-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF RL-START-STAMP OF RUNLOG-FILE-RECORD(1:16)
                               IS NUMERIC
                           MOVE RL-START-STAMP OF RUNLOG-FILE-RECORD
                               (1:8) TO WS-TEST-DATE
                           MOVE RL-OPERATOR-ID OF RUNLOG-FILE-RECORD
                               TO WS-TEST-OPERATOR
                           MOVE 0 TO WS-TEST-EMP-ID
                           MOVE "N" TO WS-TEST-HAS-EMP
                           MOVE SPACES TO WS-TEST-VOTER
                           PERFORM TEST-SELECTION
                           IF WS-SELECTED = "Y"
                               MOVE "Y" TO WS-RN-HAVE
                               MOVE RL-START-STAMP
                                   OF RUNLOG-FILE-RECORD(1:16)
                                   TO WS-RN-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FORMAT-STAMP.
           *> WS-STAMP in (a CURRENT-DATE timestamp), the trail
           *> line's date and time out, and the rest of it cleared.
           MOVE SPACES TO WS-TRAIL-LINE
           STRING WS-STAMP(1:4) "-" WS-STAMP(5:2) "-" WS-STAMP(7:2)
               DELIMITED BY SIZE INTO TL-DATE
           END-STRING
           STRING WS-STAMP(9:2) ":" WS-STAMP(11:2) ":" WS-STAMP(13:2)
               DELIMITED BY SIZE INTO TL-TIME
           END-STRING.

       SHOW-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP TO WS-STAMP
           PERFORM FORMAT-STAMP
           MOVE "AUDITLOG"        TO TL-SOURCE
           MOVE AUDIT-OPERATOR-ID TO TL-OPERATOR
           MOVE "ADD"             TO TL-ACTION
           STRING "EMPLOYEE " AUDIT-EMP-ID DELIMITED BY SIZE
               INTO TL-SUBJECT
           END-STRING
           MOVE "added to the employee master" TO TL-DETAIL
           DISPLAY WS-TRAIL-LINE
           ADD 1 TO WS-AU-SHOWN.

       SHOW-JRNL-ENTRY.
           MOVE JR-TIMESTAMP TO WS-STAMP
           PERFORM FORMAT-STAMP
           MOVE "EMPJRNL"      TO TL-SOURCE
           MOVE JR-OPERATOR-ID TO TL-OPERATOR
           MOVE JR-ACTION      TO TL-ACTION
           STRING "EMPLOYEE " JR-EMP-ID DELIMITED BY SIZE
               INTO TL-SUBJECT
           END-STRING
           EVALUATE JR-ACTION
               WHEN "ADD"
                   MOVE "new hire added" TO TL-DETAIL
               WHEN "CHG"
                   MOVE "record corrected" TO TL-DETAIL
               WHEN "XFR"
                   MOVE "transferred to another department"
                       TO TL-DETAIL
               WHEN "TRM"
                   MOVE "terminated" TO TL-DETAIL
               WHEN "REH"
                   MOVE "rehired" TO TL-DETAIL
               WHEN "DEL"
                   MOVE "removed - entered in error" TO TL-DETAIL
               WHEN "RAI"
                   MOVE "raise approved" TO TL-DETAIL
               WHEN "BNK"
                   MOVE "bank account change approved" TO TL-DETAIL
               WHEN "PRG"
                   MOVE "purged to the inactive history"
                       TO TL-DETAIL
               WHEN "RST"
                   MOVE "restored from the inactive history"
                       TO TL-DETAIL
               WHEN OTHER
                   MOVE "maintenance" TO TL-DETAIL
           END-EVALUATE
           DISPLAY WS-TRAIL-LINE
           ADD 1 TO WS-JR-SHOWN.

       SHOW-XFER-ENTRY.
           MOVE XF-TIMESTAMP TO WS-STAMP
           PERFORM FORMAT-STAMP
           MOVE "TRANSHIST"    TO TL-SOURCE
           MOVE XF-OPERATOR-ID TO TL-OPERATOR
           MOVE "XFR"          TO TL-ACTION
           STRING "EMPLOYEE " XF-EMP-ID DELIMITED BY SIZE
               INTO TL-SUBJECT
           END-STRING
           STRING FUNCTION TRIM(XF-FROM-DEPT) " to "
               FUNCTION TRIM(XF-TO-DEPT) " effective " XF-EFFECTIVE
               DELIMITED BY SIZE INTO TL-DETAIL
           END-STRING
           DISPLAY WS-TRAIL-LINE
           ADD 1 TO WS-XF-SHOWN.

       SHOW-VOTER-ENTRY.
           MOVE VA-TIMESTAMP TO WS-STAMP
           PERFORM FORMAT-STAMP
           MOVE "VOTAUDIT"     TO TL-SOURCE
           MOVE VA-OPERATOR-ID TO TL-OPERATOR
           MOVE VA-ACTION      TO TL-ACTION
           MOVE VA-VOTER-NAME  TO TL-SUBJECT
           MOVE VA-DETAIL      TO TL-DETAIL
           DISPLAY WS-TRAIL-LINE
           ADD 1 TO WS-VA-SHOWN.

       SHOW-RUN-ENTRY.
           MOVE RL-START-STAMP OF RUNLOG-FILE-RECORD TO WS-STAMP
           PERFORM FORMAT-STAMP
           MOVE "RUNLOG" TO TL-SOURCE
           MOVE RL-OPERATOR-ID OF RUNLOG-FILE-RECORD TO TL-OPERATOR
           MOVE RL-PROGRAM-NAME OF RUNLOG-FILE-RECORD TO TL-ACTION
           STRING "ended " RL-FINAL-STATUS OF RUNLOG-FILE-RECORD
               " read " RL-RECORDS-READ OF RUNLOG-FILE-RECORD
               " wrote " RL-RECORDS-WRITTEN OF RUNLOG-FILE-RECORD
               DELIMITED BY SIZE INTO TL-DETAIL
           END-STRING
           DISPLAY WS-TRAIL-LINE
           ADD 1 TO WS-RN-SHOWN.
