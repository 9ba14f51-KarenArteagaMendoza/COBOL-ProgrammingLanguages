      *> roll's changes are accountable come election season.
      *> Correcting a name is a change of the record key: the old
      *> record is removed and rewritten under the corrected name
      *> in one action, both halves audited. The operator is
      *> identified before anything is touched and carried on every
      *> audit line, so the roll's changes show up by operator in
      *> ActivityTrail alongside the payroll files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER           PIC X(1).
           05 VOTER-COUNTRY    PIC X(20).

       FD VAUDIT-FILE.
           COPY "votaudit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VOTER-STATUS    PIC X(2) VALUE SPACE.
       01 WS-NEW-BIRTH-DATE  PIC 9(8).
       01 WS-TODAY           PIC 9(8).

       *> Where the operator identity comes from: the shared
       *> EXTERNAL SIGNON-INFO group when MainMenu already signed
       *> this operator on, or a SignOnModule dialogue of our own
       *> when run standalone.
           COPY "signoninfo.cpy".
       01 WS-SIGNON-LOCAL.
           05 WS-SL-OPERATOR-ID PIC X(10).
           05 WS-SL-ROLE        PIC X(1).
       01 WS-OPERATOR-ID     PIC X(10) VALUE SPACE.
       01 WS-SIGNON-OK       PIC X VALUE "N".

       PROCEDURE DIVISION.

           *> This program can be CALLed more than once per run unit,
           MOVE "N"   TO WS-FINISH
           MOVE "N"   TO WS-AT-END
           MOVE "N"   TO WS-VAUDIT-OK
           MOVE "N"   TO WS-SIGNON-OK

           PERFORM SIGN-ON
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "Sign-on failed. Ending run."
               GOBACK
           END-IF

           OPEN I-O VOTER-FILE

           DISPLAY "Done."
           GOBACK.

       SIGN-ON.
           IF SI-OPERATOR-ID NOT = SPACES
                   AND SI-OPERATOR-ID NOT = LOW-VALUES
               MOVE SI-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               MOVE SPACES TO WS-SIGNON-LOCAL
               CALL "SignOnModule" USING WS-SIGNON-LOCAL
               IF WS-SL-OPERATOR-ID NOT = SPACES
                   MOVE WS-SL-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE "Y" TO WS-SIGNON-OK
               END-IF
           END-IF.

       OPEN-VOTER-AUDIT.
           *> EXTEND against a file that doesn't exist yet falls
           *> back to OUTPUT, the way RunLogger opens RUNLOG.DAT.
               MOVE FUNCTION CURRENT-DATE TO VA-TIMESTAMP
               MOVE WS-ASK-NAME     TO VA-VOTER-NAME
               MOVE WS-AUDIT-DETAIL TO VA-DETAIL
               MOVE WS-OPERATOR-ID  TO VA-OPERATOR-ID
               WRITE VAUDIT-RECORD
           END-IF.

