       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoterFeedMatch.

      *> The voter registry against the civil registry's periodic
      *> feed of deaths and of people who have moved to another
      *> country. VOTERS.DAT only ever grows unless someone removes
      *> a registrant by hand in VoterMaintenance; this run finds
      *> the registrants the feed says should go. Each feed event
      *> is matched on name plus birth date:
      *>   - exact: a registrant with the same birth date and the
      *>     same name, capitals aside - proposed for removal;
      *>   - near: no exact match, but a registrant with the same
      *>     birth date whose name is within WS-NEAR-LIMIT letters
      *>     of the feed's (a letter changed, dropped or added
      *>     counts one) - listed for review, closest first;
      *>   - not on the registry: neither.
      *> Every event is filed on VOTMATCH.DAT under its feed
      *> reference, and the discrepancy report - exact matches,
      *> near matches, then events not on the registry - goes to
      *> its own dated spool member, in feed-reference order.
      *> Nothing is removed here: VoterFeedConfirm applies the
      *> matches an operator confirms, each audited on VOTAUDIT.DAT
      *> with the feed reference as the reason. A rerun (the same
      *> feed, or a feed resent with corrections) matches the
      *> pending events again and leaves confirmed and rejected ones
      *> alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-FILE ASSIGN TO "VOTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOTER-NAME
               FILE STATUS IS WS-VOTER-STATUS.

           SELECT FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT MATCH-FILE ASSIGN DYNAMIC WS-MATCH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-FEED-REF
               FILE STATUS IS WS-MATCH-STATUS.

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

       FD FEED-FILE.
           COPY "votfeed.cpy".

       FD MATCH-FILE.
           COPY "votmatch.cpy".

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-FILE-NAME  PIC X(40) VALUE "VOTFEED.DAT".
       01 WS-MATCH-FILE-NAME PIC X(40) VALUE "VOTMATCH.DAT".
       01 WS-PRINT-FILE-NAME PIC X(40) VALUE SPACE.

       01 WS-VOTER-STATUS    PIC X(2) VALUE SPACE.
       01 WS-FEED-STATUS     PIC X(2) VALUE SPACE.
       01 WS-MATCH-STATUS    PIC X(2) VALUE SPACE.
       01 WS-PRINT-STATUS    PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-SCAN-END        PIC X VALUE "N".
       01 WS-MATCH-FOUND     PIC X VALUE "N".
       01 WS-RUN-STAMP       PIC X(21).
       01 WS-SEEN-STAMP      PIC X(16).

       *> How many letters a registered name may differ from the
       *> feed's and still be put up for review.
       01 WS-NEAR-LIMIT      PIC 9(2) VALUE 2.

       *> The feed event being matched, and the best registrant
       *> found for it so far.
       01 WS-FEED-LINE       PIC 9(6) VALUE 0.
       01 WS-FEED-ERROR      PIC X(40).
       01 WS-BEST-TIER       PIC X(1).
       01 WS-BEST-DISTANCE   PIC 9(2).
       01 WS-BEST-COUNT      PIC 9(3).
       01 WS-BEST-VOTER.
           05 WS-BV-NAME       PIC X(30).
           05 WS-BV-BIRTH-DATE PIC 9(8).
           05 WS-BV-COUNTRY    PIC X(20).
       01 WS-OTHER-NAME      PIC X(30).
       01 WS-OTHER-BIRTH-DATE PIC 9(8).

       *> Name distance: the fewest letters changed, dropped or
       *> added to turn one name into the other, worked a row at a
       *> time through WS-DIST-TABLE. Row and column 1 stand for the
       *> empty name, so cell (I + 1, J + 1) holds the distance
       *> between the first I letters of one and the first J of the
       *> other. Names are compared in upper case, trimmed.
       01 WS-NAME-A          PIC X(30).
       01 WS-NAME-B          PIC X(30).
       01 WS-LEN-A           PIC 9(2).
       01 WS-LEN-B           PIC 9(2).
       01 WS-NAME-DISTANCE   PIC 9(2).
       01 WS-DIST-I          PIC 9(2).
       01 WS-DIST-J          PIC 9(2).
       01 WS-DIST-COST       PIC 9(2).
       01 WS-DIST-BEST       PIC 9(2).
       01 WS-DIST-TABLE.
           05 WS-DIST-ROW OCCURS 31 TIMES.
               10 WS-DIST-CELL PIC 9(2) OCCURS 31 TIMES.

       *> Control counts. Every feed line read is rejected or lands
       *> in exactly one tier, so the four always sum to
       *> WS-FEED-READ; each report section must print as many
       *> events as its tier count.
       01 WS-FEED-READ       PIC 9(6) VALUE 0.
       01 WS-FEED-REJECTED   PIC 9(6) VALUE 0.
       01 WS-EXACT-COUNT     PIC 9(6) VALUE 0.
       01 WS-NEAR-COUNT      PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-DECIDED PIC 9(6) VALUE 0.
       01 WS-MATCHES-FILED   PIC 9(6) VALUE 0.
       01 WS-SECTION-TIER    PIC X(1).
       01 WS-SECTION-PRINTED PIC 9(6) VALUE 0.
       01 WS-EXACT-PRINTED   PIC 9(6) VALUE 0.
       01 WS-NEAR-PRINTED    PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-PRINTED PIC 9(6) VALUE 0.
       01 WS-OUT-OF-STEP     PIC X VALUE "N".

       01 WS-LINE-COUNT      PIC 9(2) VALUE 0.
       01 WS-PAGE-NUMBER     PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE  PIC 9(2) VALUE 50.
       01 WS-SECTION-TITLE   PIC X(40).
       01 WS-EVENT-TEXT      PIC X(5).
       01 WS-STATUS-TEXT     PIC X(30).
       01 WS-COUNT-ED        PIC Z(5)9.
       01 WS-DISTANCE-ED     PIC Z9.
       01 WS-CANDIDATES-ED   PIC ZZ9.

       *> Spool registration: with no FEEDMTCH override from the
       *> JCL, each report goes to its own dated spool member via
       *> SpoolRegister; SpoolBrowse lists and reprints held reports.
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
           MOVE 0   TO WS-FEED-LINE
           MOVE 0   TO WS-FEED-READ
           MOVE 0   TO WS-FEED-REJECTED
           MOVE 0   TO WS-EXACT-COUNT
           MOVE 0   TO WS-NEAR-COUNT
           MOVE 0   TO WS-UNMATCHED-COUNT
           MOVE 0   TO WS-ALREADY-DECIDED
           MOVE 0   TO WS-MATCHES-FILED
           MOVE 0   TO WS-PAGE-NUMBER
           MOVE "N" TO WS-OUT-OF-STEP

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "VoterFeedMatch" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:16) TO WS-SEEN-STAMP

           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-FEED-FILE-NAME) " - status "
                   WS-FEED-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT VOTER-FILE
           IF WS-VOTER-STATUS NOT = "00"
               DISPLAY "Unable to open VOTERS.DAT - status "
                   WS-VOTER-STATUS "."
               CLOSE FEED-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MATCH-FILE
           IF WS-MATCH-STATUS = "35"
               OPEN OUTPUT MATCH-FILE
               CLOSE MATCH-FILE
               OPEN I-O MATCH-FILE
           END-IF
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-MATCH-FILE-NAME) " - status "
                   WS-MATCH-STATUS "."
               CLOSE FEED-FILE
               CLOSE VOTER-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PRINT-FILE-NAME = SPACES
               MOVE "VoterFeedMatch" TO WS-SP-PROGRAM
               MOVE "FEEDMTCH" TO WS-SP-BASE
               CALL "SpoolRegister" USING WS-SPOOL-REQUEST
               MOVE WS-SP-MEMBER TO WS-PRINT-FILE-NAME
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Unable to open "
                   FUNCTION TRIM(WS-PRINT-FILE-NAME) " - status "
                   WS-PRINT-STATUS "."
               CLOSE FEED-FILE
               CLOSE VOTER-FILE
               CLOSE MATCH-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Matching " FUNCTION TRIM(WS-FEED-FILE-NAME)
               " against VOTERS.DAT"

           *> Match pass: every feed event filed on VOTMATCH.DAT.
           MOVE "N" TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       PERFORM MATCH-ONE-EVENT
               END-READ
           END-PERFORM

           CLOSE FEED-FILE
           CLOSE VOTER-FILE

           *> Report passes: VOTMATCH.DAT is read once per section
           *> for the events this run's feed carried.
           MOVE "E" TO WS-SECTION-TIER
           MOVE "EXACT MATCHES - PROPOSED FOR REMOVAL"
               TO WS-SECTION-TITLE
           PERFORM PRINT-MATCH-SECTION
           MOVE WS-SECTION-PRINTED TO WS-EXACT-PRINTED

           MOVE "N" TO WS-SECTION-TIER
           MOVE "NEAR MATCHES - FOR REVIEW" TO WS-SECTION-TITLE
           PERFORM PRINT-MATCH-SECTION
           MOVE WS-SECTION-PRINTED TO WS-NEAR-PRINTED

           MOVE "U" TO WS-SECTION-TIER
           MOVE "FEED EVENTS NOT ON THE REGISTRY" TO WS-SECTION-TITLE
           PERFORM PRINT-MATCH-SECTION
           MOVE WS-SECTION-PRINTED TO WS-UNMATCHED-PRINTED

           IF WS-EXACT-PRINTED NOT = WS-EXACT-COUNT
                   OR WS-NEAR-PRINTED NOT = WS-NEAR-COUNT
                   OR WS-UNMATCHED-PRINTED NOT = WS-UNMATCHED-COUNT
               MOVE "Y" TO WS-OUT-OF-STEP
           END-IF

           PERFORM PRINT-CONTROL-SECTION

           CLOSE MATCH-FILE
           CLOSE PRINT-FILE

           DISPLAY " "
           DISPLAY "Feed lines read:            " WS-FEED-READ
           DISPLAY "Rejected (see above):       " WS-FEED-REJECTED
           DISPLAY "Exact matches:              " WS-EXACT-COUNT
           DISPLAY "Near matches:               " WS-NEAR-COUNT
           DISPLAY "Not on the registry:        " WS-UNMATCHED-COUNT
           DISPLAY "Already decided, left:      " WS-ALREADY-DECIDED
           DISPLAY "Report: " FUNCTION TRIM(WS-PRINT-FILE-NAME)

           MOVE WS-FEED-READ TO RL-RECORDS-READ
           MOVE WS-MATCHES-FILED TO RL-RECORDS-WRITTEN
           MOVE WS-FEED-REJECTED TO RL-RECORDS-SKIPPED
           IF WS-OUT-OF-STEP = "Y"
               MOVE "OOS" TO RL-FINAL-STATUS
           ELSE
               IF WS-FEED-REJECTED > 0
                   MOVE "WARN" TO RL-FINAL-STATUS
               ELSE
                   MOVE "OK" TO RL-FINAL-STATUS
               END-IF
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-OUT-OF-STEP = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FEED-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-FEED-FILE-NAME FROM ENVIRONMENT "VOTFEED"
               ON EXCEPTION
                   MOVE "VOTFEED.DAT" TO WS-FEED-FILE-NAME
           END-ACCEPT
           ACCEPT WS-MATCH-FILE-NAME FROM ENVIRONMENT "VOTMATCH"
               ON EXCEPTION
                   MOVE "VOTMATCH.DAT" TO WS-MATCH-FILE-NAME
           END-ACCEPT
           ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "FEEDMTCH"
               ON EXCEPTION
                   MOVE SPACES TO WS-PRINT-FILE-NAME
           END-ACCEPT.

       MATCH-ONE-EVENT.
           ADD 1 TO WS-FEED-LINE
           ADD 1 TO WS-FEED-READ

           MOVE SPACES TO WS-FEED-ERROR
           EVALUATE TRUE
               WHEN VF-REFERENCE = SPACES
                   MOVE "no feed reference" TO WS-FEED-ERROR
               WHEN VF-EVENT NOT = "D" AND VF-EVENT NOT = "M"
                   MOVE "event is not D or M" TO WS-FEED-ERROR
               WHEN VF-NAME = SPACES
                   MOVE "no name" TO WS-FEED-ERROR
               WHEN VF-BIRTH-DATE IS NOT NUMERIC
                       OR VF-BIRTH-DATE = 0
                   MOVE "no usable birth date" TO WS-FEED-ERROR
               WHEN VF-EVENT-DATE IS NOT NUMERIC
                   MOVE "event date is not numeric" TO WS-FEED-ERROR
           END-EVALUATE

           IF WS-FEED-ERROR = SPACES
               MOVE VF-REFERENCE TO VM-FEED-REF
               READ MATCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MATCH-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MATCH-FOUND
               END-READ
               IF WS-MATCH-FOUND = "Y"
                       AND VM-SEEN-STAMP = WS-SEEN-STAMP
                   MOVE "reference repeated in this feed"
                       TO WS-FEED-ERROR
               END-IF
           END-IF

           IF WS-FEED-ERROR NOT = SPACES
               DISPLAY "  REJECTED feed line " WS-FEED-LINE " ("
                   FUNCTION TRIM(VF-REFERENCE) "): "
                   FUNCTION TRIM(WS-FEED-ERROR)
               ADD 1 TO WS-FEED-REJECTED
               EXIT PARAGRAPH
           END-IF

           *> A decision already taken on this event stands; it is
           *> only marked as seen, and reported under the tier it was
           *> matched at.
           IF WS-MATCH-FOUND = "Y" AND VM-STATUS NOT = "P"
                   AND VM-STATUS NOT = SPACE
               MOVE WS-SEEN-STAMP TO VM-SEEN-STAMP
               REWRITE VOTER-MATCH-RECORD
                   INVALID KEY
                       DISPLAY "  Unable to rewrite the match for "
                           VF-REFERENCE " - status " WS-MATCH-STATUS
                       ADD 1 TO WS-FEED-REJECTED
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-ALREADY-DECIDED
               PERFORM COUNT-BY-TIER
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REGISTRANT

           MOVE SPACES TO VOTER-MATCH-RECORD
           MOVE VF-REFERENCE   TO VM-FEED-REF
           MOVE WS-BEST-TIER   TO VM-TIER
           MOVE VF-EVENT       TO VM-EVENT
           MOVE VF-EVENT-DATE  TO VM-EVENT-DATE
           MOVE VF-NAME        TO VM-FEED-NAME
           MOVE VF-BIRTH-DATE  TO VM-FEED-BIRTH-DATE
           MOVE VF-NEW-COUNTRY TO VM-NEW-COUNTRY
           MOVE WS-BV-NAME     TO VM-VOTER-NAME
           MOVE WS-BV-BIRTH-DATE TO VM-VOTER-BIRTH-DATE
           MOVE WS-BV-COUNTRY  TO VM-VOTER-COUNTRY
           MOVE WS-BEST-DISTANCE TO VM-DISTANCE
           MOVE WS-BEST-COUNT  TO VM-CANDIDATES
           MOVE WS-SEEN-STAMP  TO VM-SEEN-STAMP
           MOVE 0              TO VM-DECIDED-DATE
           IF WS-BEST-TIER = "U"
               MOVE SPACE TO VM-STATUS
           ELSE
               MOVE "P" TO VM-STATUS
           END-IF

           IF WS-MATCH-FOUND = "Y"
               REWRITE VOTER-MATCH-RECORD
                   INVALID KEY
                       DISPLAY "  Unable to rewrite the match for "
                           VF-REFERENCE " - status " WS-MATCH-STATUS
                       ADD 1 TO WS-FEED-REJECTED
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE VOTER-MATCH-RECORD
                   INVALID KEY
                       DISPLAY "  Unable to file the match for "
                           VF-REFERENCE " - status " WS-MATCH-STATUS
                       ADD 1 TO WS-FEED-REJECTED
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-MATCHES-FILED
           PERFORM COUNT-BY-TIER.

       COUNT-BY-TIER.
           EVALUATE VM-TIER
               WHEN "E"
                   ADD 1 TO WS-EXACT-COUNT
               WHEN "N"
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE.

       FIND-REGISTRANT.
           *> The registry is keyed on the name as the voter gave
           *> it, which is neither the civil registry's spelling nor
           *> its capitals, so the match reads the whole registry for
           *> each event and weighs every registrant born the same
           *> day. An exact match beats any near one; among near ones
           *> the closest name wins and the rest are only counted.
           MOVE "U" TO WS-BEST-TIER
           MOVE 0 TO WS-BEST-DISTANCE
           MOVE 0 TO WS-BEST-COUNT
           MOVE SPACES TO WS-BEST-VOTER
           MOVE 0 TO WS-BV-BIRTH-DATE
           MOVE SPACES TO WS-OTHER-NAME
           MOVE 0 TO WS-OTHER-BIRTH-DATE

           MOVE FUNCTION UPPER-CASE(VF-NAME) TO WS-NAME-A
           MOVE FUNCTION TRIM(WS-NAME-A) TO WS-NAME-A
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-A TRAILING))
               TO WS-LEN-A

           MOVE LOW-VALUES TO VOTER-NAME
           MOVE "N" TO WS-SCAN-END
           START VOTER-FILE KEY >= VOTER-NAME
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-END
           END-START

           PERFORM UNTIL WS-SCAN-END = "Y"
               READ VOTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-END
                   NOT AT END
                       PERFORM WEIGH-REGISTRANT
               END-READ
           END-PERFORM

           *> Not on the registry, but the name is: say under what
           *> birth date, since the feed or the registry has it
           *> wrong.
           IF WS-BEST-TIER = "U" AND WS-OTHER-BIRTH-DATE NOT = 0
               MOVE WS-OTHER-NAME TO WS-BV-NAME
               MOVE WS-OTHER-BIRTH-DATE TO WS-BV-BIRTH-DATE
           END-IF.

       WEIGH-REGISTRANT.
           MOVE FUNCTION UPPER-CASE(VOTER-NAME) TO WS-NAME-B
           MOVE FUNCTION TRIM(WS-NAME-B) TO WS-NAME-B

           IF VOTER-BIRTH-DATE NOT = VF-BIRTH-DATE
               IF WS-NAME-B = WS-NAME-A
                   MOVE VOTER-NAME TO WS-OTHER-NAME
                   MOVE VOTER-BIRTH-DATE TO WS-OTHER-BIRTH-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-NAME-B = WS-NAME-A
               IF WS-BEST-TIER NOT = "E"
                   MOVE 0 TO WS-BEST-COUNT
               END-IF
               MOVE "E" TO WS-BEST-TIER
               MOVE 0 TO WS-BEST-DISTANCE
               ADD 1 TO WS-BEST-COUNT
               PERFORM TAKE-REGISTRANT
               EXIT PARAGRAPH
           END-IF

           IF WS-BEST-TIER = "E"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-B TRAILING))
               TO WS-LEN-B
           PERFORM COMPUTE-NAME-DISTANCE
           IF WS-NAME-DISTANCE > WS-NEAR-LIMIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BEST-COUNT
           IF WS-BEST-TIER = "U"
                   OR WS-NAME-DISTANCE < WS-BEST-DISTANCE
               MOVE "N" TO WS-BEST-TIER
               MOVE WS-NAME-DISTANCE TO WS-BEST-DISTANCE
               PERFORM TAKE-REGISTRANT
           END-IF.

       TAKE-REGISTRANT.
           MOVE VOTER-NAME       TO WS-BV-NAME
           MOVE VOTER-BIRTH-DATE TO WS-BV-BIRTH-DATE
           MOVE VOTER-COUNTRY    TO WS-BV-COUNTRY.

       COMPUTE-NAME-DISTANCE.
           *> Names whose lengths alone differ by more than the limit
           *> cannot be within it, and are not worked out.
           IF WS-LEN-A > WS-LEN-B + WS-NEAR-LIMIT
                   OR WS-LEN-B > WS-LEN-A + WS-NEAR-LIMIT
               MOVE 99 TO WS-NAME-DISTANCE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DIST-I FROM 0 BY 1
                   UNTIL WS-DIST-I > WS-LEN-A
               MOVE WS-DIST-I TO WS-DIST-CELL(WS-DIST-I + 1, 1)
           END-PERFORM
           PERFORM VARYING WS-DIST-J FROM 0 BY 1
                   UNTIL WS-DIST-J > WS-LEN-B
               MOVE WS-DIST-J TO WS-DIST-CELL(1, WS-DIST-J + 1)
           END-PERFORM

           PERFORM FILL-DISTANCE-CELL
               VARYING WS-DIST-I FROM 1 BY 1
                   UNTIL WS-DIST-I > WS-LEN-A
               AFTER WS-DIST-J FROM 1 BY 1
                   UNTIL WS-DIST-J > WS-LEN-B

           MOVE WS-DIST-CELL(WS-LEN-A + 1, WS-LEN-B + 1)
               TO WS-NAME-DISTANCE.

       FILL-DISTANCE-CELL.
           IF WS-NAME-A(WS-DIST-I:1) = WS-NAME-B(WS-DIST-J:1)
               MOVE 0 TO WS-DIST-COST
           ELSE
               MOVE 1 TO WS-DIST-COST
           END-IF

           *> Letter changed (or kept), dropped, or added.
           COMPUTE WS-DIST-BEST =
               WS-DIST-CELL(WS-DIST-I, WS-DIST-J) + WS-DIST-COST
           IF WS-DIST-CELL(WS-DIST-I, WS-DIST-J + 1) + 1
                   < WS-DIST-BEST
               COMPUTE WS-DIST-BEST =
                   WS-DIST-CELL(WS-DIST-I, WS-DIST-J + 1) + 1
           END-IF
           IF WS-DIST-CELL(WS-DIST-I + 1, WS-DIST-J) + 1
                   < WS-DIST-BEST
               COMPUTE WS-DIST-BEST =
                   WS-DIST-CELL(WS-DIST-I + 1, WS-DIST-J) + 1
           END-IF
           MOVE WS-DIST-BEST
               TO WS-DIST-CELL(WS-DIST-I + 1, WS-DIST-J + 1).

       PRINT-MATCH-SECTION.
           MOVE 0 TO WS-SECTION-PRINTED
           IF WS-PAGE-NUMBER > 0
               PERFORM PRINT-PAGE-FOOTER
           END-IF
           PERFORM PRINT-HEADING

           MOVE LOW-VALUES TO VM-FEED-REF
           MOVE "N" TO WS-AT-END
           START MATCH-FILE KEY >= VM-FEED-REF
               INVALID KEY
                   MOVE "Y" TO WS-AT-END
           END-START

           PERFORM UNTIL WS-AT-END = "Y"
               READ MATCH-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF VM-SEEN-STAMP = WS-SEEN-STAMP
                               AND VM-TIER = WS-SECTION-TIER
                           PERFORM PRINT-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SECTION-PRINTED = 0
               MOVE SPACES TO PRINT-REC
               MOVE "  (none)" TO PRINT-REC
               WRITE PRINT-REC
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-ONE-EVENT.
           ADD 1 TO WS-SECTION-PRINTED
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-FOOTER
               PERFORM PRINT-HEADING
           END-IF

           IF VM-EVENT = "D"
               MOVE "DIED" TO WS-EVENT-TEXT
           ELSE
               MOVE "MOVED" TO WS-EVENT-TEXT
           END-IF
           EVALUATE VM-STATUS
               WHEN "P"
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN "A"
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "REMOVED " VM-DECIDED-DATE " "
                       VM-DECIDED-BY
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN "R"
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "REJECTED " VM-DECIDED-DATE " "
                       VM-DECIDED-BY
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO PRINT-REC
           EVALUATE VM-TIER
               WHEN "E"
                   STRING VM-FEED-REF " " WS-EVENT-TEXT " "
                       VM-EVENT-DATE " " VM-FEED-NAME " "
                       VM-FEED-BIRTH-DATE "  " VM-VOTER-COUNTRY " "
                       WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN "N"
                   MOVE VM-DISTANCE TO WS-DISTANCE-ED
                   MOVE VM-CANDIDATES TO WS-CANDIDATES-ED
                   STRING VM-FEED-REF " " WS-EVENT-TEXT " "
                       VM-EVENT-DATE " " VM-FEED-NAME " "
                       VM-FEED-BIRTH-DATE "  " VM-VOTER-NAME " "
                       VM-VOTER-COUNTRY " " WS-DISTANCE-ED "  "
                       WS-CANDIDATES-ED "  " WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN OTHER
                   IF VM-VOTER-NAME NOT = SPACES
                       MOVE SPACES TO WS-STATUS-TEXT
                       STRING "name registered, born "
                           VM-VOTER-BIRTH-DATE
                           DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   END-IF
                   STRING VM-FEED-REF " " WS-EVENT-TEXT " "
                       VM-EVENT-DATE " " VM-FEED-NAME " "
                       VM-FEED-BIRTH-DATE "  " VM-NEW-COUNTRY " "
                       WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO PRINT-REC
           END-EVALUATE
           WRITE PRINT-REC
           ADD 1 TO WS-LINE-COUNT.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-LINE-COUNT

           MOVE SPACES TO PRINT-REC
           STRING "VOTER REGISTRY FEED MATCH - "
               FUNCTION TRIM(WS-SECTION-TITLE)
               "   Run " WS-RUN-STAMP(1:14) "   Page " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "Feed " FUNCTION TRIM(WS-FEED-FILE-NAME)
               "   Near match within " WS-NEAR-LIMIT " letter(s)"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           EVALUATE WS-SECTION-TIER
               WHEN "E"
                   STRING "FEED REF     EVENT ON       "
                       "NAME                           BORN     "
                       "  COUNTRY              STATUS"
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN "N"
                   STRING "FEED REF     EVENT ON       "
                       "FEED NAME                      BORN     "
                       "  REGISTERED AS                  "
                       "COUNTRY              LT  CND  STATUS"
                       DELIMITED BY SIZE INTO PRINT-REC
               WHEN OTHER
                   STRING "FEED REF     EVENT ON       "
                       "NAME                           BORN     "
                       "  MOVED TO             NOTE"
                       DELIMITED BY SIZE INTO PRINT-REC
           END-EVALUATE
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "------------ ----- -------- "
               "------------------------------ --------"
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
           PERFORM PRINT-PAGE-FOOTER

           MOVE SPACES TO PRINT-REC
           MOVE "CONTROL TOTALS" TO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-FEED-READ TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  Feed lines read                  " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-FEED-REJECTED TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Rejected, not matched          " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-EXACT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Exact matches                  " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-NEAR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Near matches                   " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "    Not on the registry            " WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           MOVE WS-ALREADY-DECIDED TO WS-COUNT-ED
           MOVE SPACES TO PRINT-REC
           STRING "  Of those, decided before this run" WS-COUNT-ED
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC

           IF WS-OUT-OF-STEP = "Y"
               MOVE SPACES TO PRINT-REC
               STRING "  *** Sections printed " WS-EXACT-PRINTED
                   " / " WS-NEAR-PRINTED " / " WS-UNMATCHED-PRINTED
                   " - OUT OF STEP with the counts above ***"
                   DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
           END-IF

           MOVE SPACES TO PRINT-REC
           STRING "*** End of report - run " WS-RUN-STAMP(1:14)
               " ***"
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC.
