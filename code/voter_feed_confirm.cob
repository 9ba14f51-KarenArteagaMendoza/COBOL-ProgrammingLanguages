       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoterFeedConfirm.

      *> The operator's side of the civil-registry feed match, in
      *> the SettlementApproval shape: the matches VoterFeedMatch
      *> left pending on VOTMATCH.DAT are listed, and an operator
      *> with update authority confirms or rejects each one against
      *> the printed discrepancy report. Confirming removes the
      *> registrant from VOTERS.DAT - a death and a move out of the
      *> country alike take the voter off this registry - and writes
      *> the REMV audit line VoterMaintenance writes for a removal
      *> by hand, with the feed reference and event as the reason.
      *> The match is only good for the registrant it was made
      *> against: one renamed, re-dated or removed since the match
      *> run is refused, to be rejected or matched again. Events not
      *> on the registry have nothing to confirm and are left for
      *> the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-FILE ASSIGN DYNAMIC WS-MATCH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-FEED-REF
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT VOTER-FILE ASSIGN TO "VOTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOTER-NAME
               FILE STATUS IS WS-VOTER-STATUS.

           SELECT VAUDIT-FILE ASSIGN TO "VOTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MATCH-FILE.
           COPY "votmatch.cpy".

       FD VOTER-FILE.
       01 VOTER-RECORD.
           05 VOTER-NAME       PIC X(30).
           05 FILLER           PIC X(1).
           05 VOTER-BIRTH-DATE PIC 9(8).
           05 FILLER           PIC X(1).
           05 VOTER-COUNTRY    PIC X(20).

       FD VAUDIT-FILE.
           COPY "votaudit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MATCH-FILE-NAME PIC X(40) VALUE "VOTMATCH.DAT".

       01 WS-MATCH-STATUS    PIC X(2) VALUE SPACE.
       01 WS-VOTER-STATUS    PIC X(2) VALUE SPACE.
       01 WS-VAUDIT-STATUS   PIC X(2) VALUE SPACE.

       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-FINISH          PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-CONFIRM         PIC X VALUE SPACE.
       01 WS-ASK-FEED-REF    PIC X(12).
       01 WS-MATCH-OK        PIC X VALUE "N".
       01 WS-STILL-REGISTERED PIC X VALUE "N".
       01 WS-PENDING-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACE.
       01 WS-AUDIT-DETAIL    PIC X(40).
       01 WS-TIER-TEXT       PIC X(5).
       01 WS-EVENT-TEXT      PIC X(5).
       01 WS-DISTANCE-ED     PIC Z9.

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-OPERATOR-ROLE   PIC X(1) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           *> and GnuCOBOL only reinitializes WORKING-STORAGE to its
           *> VALUE clauses on the first CALL, so the session switches
           *> have to be put back by hand here.
           MOVE SPACE TO WS-ACTION
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-SIGNON-OK

           ACCEPT WS-MATCH-FILE-NAME FROM ENVIRONMENT "VOTMATCH"
               ON EXCEPTION
                   MOVE "VOTMATCH.DAT" TO WS-MATCH-FILE-NAME
           END-ACCEPT

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-MATCH-FILE-NAME) " - status "
                   WS-MATCH-STATUS ". Run VoterFeedMatch first."
               GOBACK
           END-IF

           OPEN I-O VOTER-FILE
           IF WS-VOTER-STATUS NOT = "00"
               DISPLAY "Unable to open VOTERS.DAT - status "
                   WS-VOTER-STATUS "."
               CLOSE MATCH-FILE
               GOBACK
           END-IF

           *> A removal off the feed is only accountable with its
           *> audit line, so without the audit file nothing is
           *> confirmed. EXTEND against a file that doesn't exist yet
           *> falls back to OUTPUT, the way RunLogger opens
           *> RUNLOG.DAT.
           OPEN EXTEND VAUDIT-FILE
           IF WS-VAUDIT-STATUS NOT = "00"
               OPEN OUTPUT VAUDIT-FILE
           END-IF
           IF WS-VAUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open VOTAUDIT.DAT - status "
                   WS-VAUDIT-STATUS ". Removals cannot be audited -"
                   " nothing can be confirmed."
               CLOSE MATCH-FILE
               CLOSE VOTER-FILE
               GOBACK
           END-IF

           PERFORM UNTIL WS-FINISH = "Y"
               DISPLAY "List pending, Confirm, Reject or eXit"
                   " (L/C/R/X)?"
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

               EVALUATE WS-ACTION
                   WHEN "L"
                       PERFORM LIST-PENDING-MATCHES
                   WHEN "C"
                       PERFORM CONFIRM-MATCH
                   WHEN "R"
                       PERFORM REJECT-MATCH
                   WHEN "X"
                       MOVE "Y" TO WS-FINISH
                   WHEN OTHER
                       DISPLAY "Please enter L, C, R or X."
               END-EVALUATE
           END-PERFORM

           CLOSE MATCH-FILE
           CLOSE VOTER-FILE
           CLOSE VAUDIT-FILE

           DISPLAY "Done."
           GOBACK.

       SIGN-ON.
           IF SI-OPERATOR-ID NOT = SPACES
                   AND SI-OPERATOR-ID NOT = LOW-VALUES
               MOVE SI-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SI-ROLE        TO WS-OPERATOR-ROLE
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               MOVE SPACES TO WS-SIGNON-LOCAL
               CALL "SignOnModule" USING WS-SIGNON-LOCAL
               IF WS-SL-OPERATOR-ID NOT = SPACES
                   MOVE WS-SL-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE WS-SL-ROLE        TO WS-OPERATOR-ROLE
                   MOVE "Y" TO WS-SIGNON-OK
               END-IF
           END-IF

           IF WS-SIGNON-OK = "Y" AND WS-OPERATOR-ROLE NOT = "U"
               DISPLAY "Operator " WS-OPERATOR-ID " has inquiry-only"
                   " authority - this program removes voters from"
                   " the registry."
               MOVE "N" TO WS-SIGNON-OK
           END-IF.

       LIST-PENDING-MATCHES.
           MOVE LOW-VALUES TO VM-FEED-REF
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-AT-END

           START MATCH-FILE KEY >= VM-FEED-REF
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           DISPLAY "FEED REF     TIER  EVENT REGISTERED AS         "
               "           BORN     COUNTRY"
           DISPLAY "------------ ----- ----- ------------------------"
               "------ -------- --------------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ MATCH-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF VM-STATUS = "P"
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM SHOW-MATCH-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-PENDING-COUNT " match(es) pending.".

       SHOW-MATCH-LINE.
           IF VM-TIER = "E"
               MOVE "EXACT" TO WS-TIER-TEXT
           ELSE
               MOVE "NEAR" TO WS-TIER-TEXT
           END-IF
           IF VM-EVENT = "D"
               MOVE "DIED" TO WS-EVENT-TEXT
           ELSE
               MOVE "MOVED" TO WS-EVENT-TEXT
           END-IF
           DISPLAY VM-FEED-REF " " WS-TIER-TEXT " " WS-EVENT-TEXT " "
               VM-VOTER-NAME " " VM-VOTER-BIRTH-DATE " "
               VM-VOTER-COUNTRY.

       GET-MATCH-TO-DECIDE.
           *> WS-MATCH-OK comes back "Y" with the match read when it
           *> is still pending.
           MOVE "N" TO WS-MATCH-OK
           DISPLAY "Enter the feed reference:"
           ACCEPT WS-ASK-FEED-REF
           MOVE WS-ASK-FEED-REF TO VM-FEED-REF

           READ MATCH-FILE
               INVALID KEY
                   DISPLAY "No feed event "
                       FUNCTION TRIM(WS-ASK-FEED-REF) " on "
                       FUNCTION TRIM(WS-MATCH-FILE-NAME) "."
                   EXIT PARAGRAPH
           END-READ

           IF VM-TIER = "U"
               DISPLAY "Feed event " FUNCTION TRIM(VM-FEED-REF)
                   " matched no one on the registry - nothing to"
                   " decide."
               EXIT PARAGRAPH
           END-IF

           IF VM-STATUS NOT = "P"
               DISPLAY "That match was already decided by "
                   VM-DECIDED-BY " on " VM-DECIDED-DATE "."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-MATCH-LINE
           DISPLAY "  Feed: " FUNCTION TRIM(VM-FEED-NAME) " born "
               VM-FEED-BIRTH-DATE ", event date " VM-EVENT-DATE
           IF VM-EVENT = "M"
               DISPLAY "  Moved to: " FUNCTION TRIM(VM-NEW-COUNTRY)
           END-IF
           IF VM-TIER = "N"
               MOVE VM-DISTANCE TO WS-DISTANCE-ED
               DISPLAY "  NEAR MATCH - the names differ by "
                   WS-DISTANCE-ED " letter(s) and " VM-CANDIDATES
                   " registrant(s) came close. Check the documents"
                   " before confirming."
           END-IF
           MOVE "Y" TO WS-MATCH-OK.

       CONFIRM-MATCH.
           PERFORM GET-MATCH-TO-DECIDE
           IF WS-MATCH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           *> The match is only good for the registrant it was made
           *> against.
           MOVE "N" TO WS-STILL-REGISTERED
           MOVE VM-VOTER-NAME TO VOTER-NAME
           READ VOTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VOTER-BIRTH-DATE = VM-VOTER-BIRTH-DATE
                       MOVE "Y" TO WS-STILL-REGISTERED
                   END-IF
           END-READ
           IF WS-STILL-REGISTERED NOT = "Y"
               DISPLAY FUNCTION TRIM(VM-VOTER-NAME) " is no longer"
                   " registered as matched - reject this match or"
                   " rerun VoterFeedMatch."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Remove " FUNCTION TRIM(VOTER-NAME) " ("
               FUNCTION TRIM(VOTER-COUNTRY) ") from the registry"
               " (Y/N)?"
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing done."
               EXIT PARAGRAPH
           END-IF

           DELETE VOTER-FILE
               INVALID KEY
                   DISPLAY "Unable to remove the record - match left"
                       " pending."
                   EXIT PARAGRAPH
           END-DELETE

           PERFORM WRITE-REMOVAL-AUDIT

           MOVE "A" TO VM-STATUS
           MOVE SPACES TO VM-REASON
           PERFORM RECORD-DECISION
           DISPLAY "Registration removed.".

       WRITE-REMOVAL-AUDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL
           IF VM-EVENT = "D"
               STRING "FEED " DELIMITED BY SIZE
                   VM-FEED-REF DELIMITED BY SPACE
                   " DIED " VM-EVENT-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               STRING "FEED " DELIMITED BY SIZE
                   VM-FEED-REF DELIMITED BY SPACE
                   " MOVED TO " DELIMITED BY SIZE
                   VM-NEW-COUNTRY DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF

           MOVE SPACES TO VAUDIT-RECORD
           MOVE "REMV" TO VA-ACTION
           MOVE FUNCTION CURRENT-DATE TO VA-TIMESTAMP
           MOVE VM-VOTER-NAME   TO VA-VOTER-NAME
           MOVE WS-AUDIT-DETAIL TO VA-DETAIL
           MOVE WS-OPERATOR-ID  TO VA-OPERATOR-ID
           WRITE VAUDIT-RECORD.

       REJECT-MATCH.
           PERFORM GET-MATCH-TO-DECIDE
           IF WS-MATCH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for rejecting:"
           ACCEPT WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
               DISPLAY "A reason is required - nothing done."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO VM-STATUS
           MOVE WS-REJECT-REASON TO VM-REASON
           PERFORM RECORD-DECISION
           DISPLAY "Match rejected - the registrant stays.".

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO VM-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO VM-DECIDED-DATE
           REWRITE VOTER-MATCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the decision for feed"
                       " event " VM-FEED-REF "."
           END-REWRITE.
