       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitsFeed.

      *> Daily change feed to the benefits provider, built off the
      *> maintenance journal rather than from anyone's memory. Every
      *> EMPJRNL.DAT entry journaled since the last batch that the
      *> vendor acts on - a hire, a correction, a transfer, a
      *> termination, a rehire or a raise - becomes one detail
      *> record on BENFEED.DAT in the vendor's fixed layout (see
      *> benfeed.cpy), between a numbered header and a control
      *> trailer. A correction that moved none of the fields the
      *> vendor holds is not sent. Where the last batch stopped is
      *> kept on BENFCTL.DAT and moved on only once the new batch is
      *> safely closed, so no change goes twice and none is missed.
      *> The SYSIN card is N for the next batch or R to build the
      *> last batch again, under its own number and from exactly the
      *> same entries, when a transmission failed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT BENFCTL-FILE ASSIGN DYNAMIC WS-BENFCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENFCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JRNL-FILE.
           COPY "empjrnl.cpy".

       FD FEED-FILE.
           COPY "benfeed.cpy".

       FD BENFCTL-FILE.
           COPY "benfctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-NAME    PIC X(40) VALUE "EMPJRNL.DAT".
       01 WS-FEED-FILE-NAME    PIC X(40) VALUE "BENFEED.DAT".
       01 WS-BENFCTL-FILE-NAME PIC X(40) VALUE "BENFCTL.DAT".

       01 WS-JRNL-STATUS     PIC X(2) VALUE SPACE.
       01 WS-FEED-STATUS     PIC X(2) VALUE SPACE.
       01 WS-BENFCTL-STATUS  PIC X(2) VALUE SPACE.
       01 WS-JRNL-EOF        PIC X VALUE "N".

       01 WS-MODE            PIC X VALUE SPACE.
       01 WS-NOW             PIC X(21).

       *> The batch being built: its number, and the journal
       *> entries it covers - those after WS-FROM-SEQ up to and
       *> including WS-TO-SEQ. A new batch runs to the end of the
       *> journal; a resend stops where the original did.
       01 WS-BATCH-NO        PIC 9(6) VALUE 0.
       01 WS-FROM-SEQ        PIC 9(8) VALUE 0.
       01 WS-TO-SEQ          PIC 9(8) VALUE 0.
       01 WS-TO-STAMP        PIC X(21) VALUE SPACE.
       01 WS-JRNL-SEQ        PIC 9(8) VALUE 0.

       *> What BENFCTL.DAT said about the last batch. No control
       *> record means no batch has ever gone, and the first one
       *> carries the journal from its start.
       01 WS-CTL-FOUND       PIC X VALUE "N".
       01 WS-LAST-BATCH-NO   PIC 9(6) VALUE 0.
       01 WS-LAST-FROM-SEQ   PIC 9(8) VALUE 0.
       01 WS-LAST-TO-SEQ     PIC 9(8) VALUE 0.
       01 WS-LAST-TO-STAMP   PIC X(21) VALUE SPACE.
       01 WS-LAST-COUNT      PIC 9(6) VALUE 0.

       *> "Y" once the journal entry the last batch ended on has
       *> been read and its timestamp matched; a journal that runs
       *> out first, or holds something else at that position, is
       *> not the journal the batch was taken from.
       01 WS-ANCHOR-OK       PIC X VALUE "N".

       01 WS-SENT-COUNT      PIC 9(6) VALUE 0.
       01 WS-SALARY-HASH     PIC 9(11)V99 VALUE 0.
       01 WS-EMP-ID-HASH     PIC 9(11) VALUE 0.
       01 WS-PASSED-COUNT    PIC 9(6) VALUE 0.
       01 WS-SEND-IT         PIC X VALUE "N".
       01 WS-DISPLAY-TOTAL   PIC Z(10)9.99.

       *> The journal's before image, for the changed-field flags;
       *> the after image is read through EMP-RECORD below.
       01 WS-BEFORE-VIEW.
           05 BV-EMP-ID          PIC 9(5).
           05 BV-NAME            PIC X(30).
           05 BV-DEPT            PIC X(10).
           05 BV-SALARY          PIC 9(7)V99.
           05 BV-MONTHLY-SALARY  PIC 9(7)V99.
           05 BV-STATUS          PIC X(1).
           05 FILLER             PIC X(27).

           COPY "emprecord.cpy".

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
           MOVE "N" TO WS-JRNL-EOF
           MOVE "N" TO WS-CTL-FOUND
           MOVE "N" TO WS-ANCHOR-OK
           MOVE 0   TO WS-LAST-BATCH-NO
           MOVE 0   TO WS-LAST-FROM-SEQ
           MOVE 0   TO WS-LAST-TO-SEQ
           MOVE 0   TO WS-LAST-COUNT
           MOVE SPACES TO WS-LAST-TO-STAMP
           MOVE SPACES TO WS-TO-STAMP
           MOVE 0   TO WS-JRNL-SEQ
           MOVE 0   TO WS-SENT-COUNT
           MOVE 0   TO WS-SALARY-HASH
           MOVE 0   TO WS-EMP-ID-HASH
           MOVE 0   TO WS-PASSED-COUNT
           MOVE 0   TO WS-RUN-RC

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "BenefitsFeed" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           DISPLAY "Build the Next batch or Resend the last one"
               " (N/R)?"
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE

           PERFORM READ-FEED-CONTROL
           IF WS-RUN-RC NOT = 0
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE WS-MODE
               WHEN "N"
                   COMPUTE WS-BATCH-NO = WS-LAST-BATCH-NO + 1
                   MOVE WS-LAST-TO-SEQ TO WS-FROM-SEQ
                   MOVE 99999999 TO WS-TO-SEQ
                   PERFORM BUILD-THE-BATCH
               WHEN "R"
                   IF WS-CTL-FOUND NOT = "Y"
                       DISPLAY "No benefits feed batch has been sent"
                           " yet - nothing to resend."
                       MOVE "RFSD" TO RL-FINAL-STATUS
                       MOVE 12 TO WS-RUN-RC
                   ELSE
                       MOVE WS-LAST-BATCH-NO TO WS-BATCH-NO
                       MOVE WS-LAST-FROM-SEQ TO WS-FROM-SEQ
                       MOVE WS-LAST-TO-SEQ   TO WS-TO-SEQ
                       PERFORM BUILD-THE-BATCH
                   END-IF
               WHEN OTHER
                   DISPLAY "Please enter N or R."
                   MOVE "ABRT" TO RL-FINAL-STATUS
                   MOVE 12 TO WS-RUN-RC
           END-EVALUATE

           MOVE WS-JRNL-SEQ     TO RL-RECORDS-READ
           MOVE WS-SENT-COUNT   TO RL-RECORDS-WRITTEN
           MOVE WS-PASSED-COUNT TO RL-RECORDS-SKIPPED
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           MOVE WS-RUN-RC TO RETURN-CODE

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-JRNL-FILE-NAME FROM ENVIRONMENT "EMPJRNL"
               ON EXCEPTION
                   MOVE "EMPJRNL.DAT" TO WS-JRNL-FILE-NAME
           END-ACCEPT
           ACCEPT WS-FEED-FILE-NAME FROM ENVIRONMENT "BENFEED"
               ON EXCEPTION
                   MOVE "BENFEED.DAT" TO WS-FEED-FILE-NAME
           END-ACCEPT
           ACCEPT WS-BENFCTL-FILE-NAME FROM ENVIRONMENT "BENFCTL"
               ON EXCEPTION
                   MOVE "BENFCTL.DAT" TO WS-BENFCTL-FILE-NAME
           END-ACCEPT.

       READ-FEED-CONTROL.
           *> A control file that is not there has never been
           *> written; one that is there but will not read is not
           *> guessed at, since guessing is how changes go twice.
           OPEN INPUT BENFCTL-FILE
           EVALUATE WS-BENFCTL-STATUS
               WHEN "00"
                   READ BENFCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BC-BATCH-NO IS NUMERIC
                                   AND BC-FROM-SEQ IS NUMERIC
                                   AND BC-TO-SEQ IS NUMERIC
                               MOVE "Y" TO WS-CTL-FOUND
                               MOVE BC-BATCH-NO TO WS-LAST-BATCH-NO
                               MOVE BC-FROM-SEQ TO WS-LAST-FROM-SEQ
                               MOVE BC-TO-SEQ   TO WS-LAST-TO-SEQ
                               MOVE BC-TO-STAMP TO WS-LAST-TO-STAMP
                               MOVE BC-RECORD-COUNT TO WS-LAST-COUNT
                           ELSE
                               DISPLAY "BENFCTL.DAT is not a feed"
                                   " control record - run refused."
                               MOVE 16 TO WS-RUN-RC
                           END-IF
                   END-READ
                   CLOSE BENFCTL-FILE
               WHEN "35"
                   DISPLAY "No BENFCTL.DAT - this is the first"
                       " benefits feed batch."
               WHEN OTHER
                   DISPLAY "Unable to open BENFCTL.DAT - status "
                       WS-BENFCTL-STATUS ". Run refused."
                   MOVE 16 TO WS-RUN-RC
           END-EVALUATE

           IF WS-CTL-FOUND = "Y"
               DISPLAY "Last batch " WS-LAST-BATCH-NO " sent "
                   WS-LAST-COUNT " change(s), journal entries "
                   WS-LAST-FROM-SEQ " to " WS-LAST-TO-SEQ "."
           END-IF.

       BUILD-THE-BATCH.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open EMPJRNL.DAT - status "
                   WS-JRNL-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-FEED-FILE-NAME) " - status "
                   WS-FEED-STATUS "."
               CLOSE JRNL-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-FEED-HEADER

           *> The first batch ever has no entry to anchor on.
           IF WS-FROM-SEQ = 0 AND WS-MODE = "N"
               MOVE "Y" TO WS-ANCHOR-OK
           END-IF
           IF WS-MODE = "R" AND WS-LAST-TO-SEQ = 0
               MOVE "Y" TO WS-ANCHOR-OK
           END-IF

           MOVE 0 TO WS-JRNL-SEQ
           MOVE "N" TO WS-JRNL-EOF
           PERFORM UNTIL WS-JRNL-EOF = "Y"
                   OR WS-JRNL-SEQ >= WS-TO-SEQ
               READ JRNL-FILE
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-SEQ
                       PERFORM TAKE-ONE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE

           IF WS-MODE = "N"
               MOVE WS-JRNL-SEQ TO WS-TO-SEQ
           END-IF

           PERFORM WRITE-FEED-TRAILER
           CLOSE FEED-FILE

           IF WS-ANCHOR-OK NOT = "Y"
               DISPLAY "EMPJRNL.DAT does not hold the entry batch "
                   WS-LAST-BATCH-NO " ended on (entry "
                   WS-LAST-TO-SEQ ", " WS-LAST-TO-STAMP ") - the"
                   " journal has been replaced or cut back. "
                   FUNCTION TRIM(WS-FEED-FILE-NAME) " must not be"
                   " sent; operations sets BENFCTL.DAT right first."
               MOVE "NVER" TO RL-FINAL-STATUS
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Writing " FUNCTION TRIM(WS-FEED-FILE-NAME)
                   " failed - status " WS-FEED-STATUS ". It must not"
                   " be sent; rerun the step."
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-MODE = "N"
               PERFORM WRITE-FEED-CONTROL
               IF WS-RUN-RC NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-SALARY-HASH TO WS-DISPLAY-TOTAL
           IF WS-MODE = "R"
               DISPLAY "Batch " WS-BATCH-NO " rebuilt for resending: "
                   WS-SENT-COUNT " change(s), salary hash "
                   WS-DISPLAY-TOTAL "."
               IF WS-SENT-COUNT NOT = WS-LAST-COUNT
                   DISPLAY "The original batch carried "
                       WS-LAST-COUNT " change(s) - the two do not"
                       " agree. Do not send."
                   MOVE "NVER" TO RL-FINAL-STATUS
                   MOVE 12 TO WS-RUN-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE "RSND" TO RL-FINAL-STATUS
           ELSE
               DISPLAY "Batch " WS-BATCH-NO " built: "
                   WS-SENT-COUNT " change(s) from journal entries "
                   WS-FROM-SEQ " to " WS-TO-SEQ ", salary hash "
                   WS-DISPLAY-TOTAL "; " WS-PASSED-COUNT
                   " entr(ies) not for the vendor."
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF.

       TAKE-ONE-JOURNAL-ENTRY.
           *> Entries up to where the batch starts were sent before;
           *> the one it starts after must be the one the control
           *> record remembers.
           IF WS-JRNL-SEQ <= WS-FROM-SEQ
               IF WS-JRNL-SEQ = WS-LAST-TO-SEQ
                       AND JR-TIMESTAMP = WS-LAST-TO-STAMP
                   MOVE "Y" TO WS-ANCHOR-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "R" AND WS-JRNL-SEQ = WS-LAST-TO-SEQ
                   AND JR-TIMESTAMP = WS-LAST-TO-STAMP
               MOVE "Y" TO WS-ANCHOR-OK
           END-IF
           MOVE JR-TIMESTAMP TO WS-TO-STAMP

           MOVE "N" TO WS-SEND-IT
           EVALUATE JR-ACTION
               WHEN "ADD"
               WHEN "CHG"
               WHEN "XFR"
               WHEN "TRM"
               WHEN "REH"
               WHEN "RAI"
                   PERFORM BUILD-DETAIL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SEND-IT = "Y"
               WRITE BENFEED-RECORD
               ADD 1 TO WS-SENT-COUNT
               ADD BF-SALARY TO WS-SALARY-HASH
               ADD BF-EMP-ID TO WS-EMP-ID-HASH
           ELSE
               ADD 1 TO WS-PASSED-COUNT
           END-IF.

       BUILD-DETAIL-RECORD.
           MOVE JR-AFTER-IMAGE  TO EMP-RECORD
           MOVE JR-BEFORE-IMAGE TO WS-BEFORE-VIEW

           MOVE SPACES TO BENFEED-RECORD
           MOVE "D"            TO BF-REC-TYPE
           MOVE JR-ACTION      TO BF-CHANGE-CODE
           MOVE JR-EMP-ID      TO BF-EMP-ID
           MOVE EMP-NAME       TO BF-NAME
           MOVE EMP-DEPT       TO BF-DEPT
           MOVE EMP-SALARY     TO BF-SALARY
           MOVE EMP-STATUS     TO BF-STATUS
           MOVE EMP-HIRE-DATE  TO BF-HIRE-DATE
           MOVE EMP-TERM-DATE  TO BF-TERM-DATE
           MOVE JR-TIMESTAMP(1:8) TO BF-EFFECTIVE-DATE
           MOVE "N" TO BF-NAME-CHANGED
           MOVE "N" TO BF-DEPT-CHANGED
           MOVE "N" TO BF-SALARY-CHANGED
           MOVE "N" TO BF-STATUS-CHANGED
           MOVE SPACES TO BF-PRIOR-DEPT
           MOVE 0 TO BF-PRIOR-SALARY

           *> A hire or a termination takes effect on its own date
           *> when the record carries one; anything else on the day
           *> it was keyed.
           EVALUATE JR-ACTION
               WHEN "ADD"
                   IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > 0
                       MOVE EMP-HIRE-DATE TO BF-EFFECTIVE-DATE
                   END-IF
               WHEN "TRM"
                   IF EMP-TERM-DATE IS NUMERIC AND EMP-TERM-DATE > 0
                       MOVE EMP-TERM-DATE TO BF-EFFECTIVE-DATE
                   END-IF
           END-EVALUATE

           *> A new hire is new in every field. Otherwise the flags
           *> compare the images, and a correction that moved none
           *> of the vendor's fields is not theirs to see.
           IF JR-ACTION = "ADD"
               MOVE "Y" TO BF-NAME-CHANGED
               MOVE "Y" TO BF-DEPT-CHANGED
               MOVE "Y" TO BF-SALARY-CHANGED
               MOVE "Y" TO BF-STATUS-CHANGED
               MOVE "Y" TO WS-SEND-IT
               EXIT PARAGRAPH
           END-IF

           MOVE BV-DEPT   TO BF-PRIOR-DEPT
           MOVE BV-SALARY TO BF-PRIOR-SALARY
           IF BV-NAME NOT = EMP-NAME
               MOVE "Y" TO BF-NAME-CHANGED
           END-IF
           IF BV-DEPT NOT = EMP-DEPT
               MOVE "Y" TO BF-DEPT-CHANGED
           END-IF
           IF BV-SALARY NOT = EMP-SALARY
               MOVE "Y" TO BF-SALARY-CHANGED
           END-IF
           IF BV-STATUS NOT = EMP-STATUS
               MOVE "Y" TO BF-STATUS-CHANGED
           END-IF

           IF JR-ACTION NOT = "CHG"
                   OR BF-NAME-CHANGED = "Y"
                   OR BF-DEPT-CHANGED = "Y"
                   OR BF-SALARY-CHANGED = "Y"
                   OR BF-STATUS-CHANGED = "Y"
               MOVE "Y" TO WS-SEND-IT
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO BENFEED-HEADER
           MOVE "H"            TO BH-REC-TYPE
           MOVE "BENFEED"      TO BH-FEED-ID
           MOVE "PAYROLL"      TO BH-SENDER
           MOVE WS-BATCH-NO    TO BH-BATCH-NO
           MOVE WS-NOW(1:8)    TO BH-CREATED-DATE
           MOVE WS-NOW(9:6)    TO BH-CREATED-TIME
           IF WS-MODE = "R"
               MOVE "Y" TO BH-RESEND
           ELSE
               MOVE "N" TO BH-RESEND
           END-IF
           WRITE BENFEED-RECORD.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO BENFEED-TRAILER
           MOVE "T"            TO BT-REC-TYPE
           MOVE WS-BATCH-NO    TO BT-BATCH-NO
           MOVE WS-SENT-COUNT  TO BT-RECORD-COUNT
           MOVE WS-SALARY-HASH TO BT-SALARY-HASH
           MOVE WS-EMP-ID-HASH TO BT-EMP-ID-HASH
           WRITE BENFEED-RECORD.

       WRITE-FEED-CONTROL.
           *> Only now is the batch sent as far as the next run is
           *> concerned. A batch with no new entries still moves the
           *> number on: the vendor sees an empty day, not a gap.
           IF WS-TO-SEQ = WS-FROM-SEQ
               MOVE WS-LAST-TO-STAMP TO WS-TO-STAMP
           END-IF
           OPEN OUTPUT BENFCTL-FILE
           IF WS-BENFCTL-STATUS = "00"
               MOVE SPACES TO BENFCTL-RECORD
               MOVE WS-BATCH-NO    TO BC-BATCH-NO
               MOVE WS-NOW(1:8)    TO BC-RUN-DATE
               MOVE WS-FROM-SEQ    TO BC-FROM-SEQ
               MOVE WS-TO-SEQ      TO BC-TO-SEQ
               MOVE WS-TO-STAMP    TO BC-TO-STAMP
               MOVE WS-SENT-COUNT  TO BC-RECORD-COUNT
               MOVE WS-SALARY-HASH TO BC-SALARY-HASH
               WRITE BENFCTL-RECORD
               CLOSE BENFCTL-FILE
           END-IF
           IF WS-BENFCTL-STATUS NOT = "00"
               DISPLAY "Unable to rewrite BENFCTL.DAT - status "
                   WS-BENFCTL-STATUS ". Batch " WS-BATCH-NO
                   " must not be sent; rerun the step."
               MOVE "FAIL" TO RL-FINAL-STATUS
               MOVE 16 TO WS-RUN-RC
           END-IF.
