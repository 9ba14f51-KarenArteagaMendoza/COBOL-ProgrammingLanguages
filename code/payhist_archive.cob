       01 WS-ARCH-YEAR       PIC 9(4).
       01 WS-CURRENT-YEAR    PIC 9(4).
       01 WS-YEAR-OPEN       PIC X VALUE "N".
       01 WS-ARCH-EXISTS     PIC X VALUE "N".

       01 WS-ARCH-COUNT      PIC 9(6) VALUE 0.
       01 WS-ARCH-GROSS      PIC 9(11)V99 VALUE 0.
           MOVE "N" TO WS-HIST-EOF
           MOVE "N" TO WS-ARCH-EOF
           MOVE "N" TO WS-YEAR-OPEN
           MOVE "N" TO WS-ARCH-EXISTS
           MOVE "N" TO WS-CONTROL-FOUND
           MOVE "N" TO WS-VERIFIED
           MOVE 0   TO WS-ARCH-COUNT
           END-ACCEPT.

       ARCHIVE-ONE-YEAR.
           *> 0 is the year before the run date, so the year-end
           *> jobstream never needs a hand-punched year card.
           DISPLAY "Enter year to archive (YYYY, 0 = last year):"
           ACCEPT WS-ARCH-YEAR
           IF WS-ARCH-YEAR = 0
               COMPUTE WS-ARCH-YEAR = WS-CURRENT-YEAR - 1
               DISPLAY "Archiving year " WS-ARCH-YEAR "."
           END-IF

           IF WS-ARCH-YEAR >= WS-CURRENT-YEAR
               DISPLAY "Year " WS-ARCH-YEAR " is not a closed year"
                   MOVE "RFSD" TO RL-FINAL-STATUS
                   MOVE 12 TO WS-RUN-RC
               ELSE
                   PERFORM CHECK-EXISTING-ARCHIVE
                   IF WS-ARCH-EXISTS = "N"
                       PERFORM MOVE-YEAR-TO-ARCHIVE
                   END-IF
               END-IF
           END-IF.

       CHECK-EXISTING-ARCHIVE.
           *> Opening the archive for output would empty it, and its
           *> records are no longer on the live file - so a year that
           *> already has an archive is never archived over. A sealed
           *> one means the year is done (a rerun of the year-end
           *> job); an unsealed one is an archive run that died part
           *> way, and operations must verify and rectify it first.
           MOVE "N" TO WS-ARCH-EXISTS
           MOVE SPACES TO WS-ARCH-FILE-NAME
           STRING "PAYARC" WS-ARCH-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-FILE-NAME
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-ARCH-EXISTS
           MOVE "N" TO WS-CONTROL-FOUND
           MOVE "N" TO WS-ARCH-EOF
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ ARCH-FILE
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       IF ARCH-RECORD(1:8) = "#CONTROL"
                           MOVE "Y" TO WS-CONTROL-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE

           IF WS-CONTROL-FOUND = "Y"
               DISPLAY "Year " WS-ARCH-YEAR " is already archived to "
                   FUNCTION TRIM(WS-ARCH-FILE-NAME) " - nothing done."
               MOVE "NONE" TO RL-FINAL-STATUS
               MOVE 4 TO WS-RUN-RC
           ELSE
               DISPLAY FUNCTION TRIM(WS-ARCH-FILE-NAME) " exists but"
                   " has no #CONTROL trailer - an earlier archive run"
                   " did not finish. Archival refused; verify the"
                   " file and rectify before rerunning."
               MOVE "RFSD" TO RL-FINAL-STATUS
               MOVE 12 TO WS-RUN-RC
           END-IF
           MOVE "N" TO WS-CONTROL-FOUND.

       CHECK-YEAR-CLOSED.
           *> Every PERIODCTL.DAT record inside the year must read
           *> closed. Periods with no control record predate the
