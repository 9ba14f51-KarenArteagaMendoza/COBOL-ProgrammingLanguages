       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendingChangeWriter.

      *> Puts one keyed change on PENDCHG.DAT to wait for a second
      *> operator's approval. SaveEmployeeToFile, MeritIncrease and
      *> BankMaintenance CALL here instead of rewriting the master
      *> themselves. The caller fills the type, employee, maker and
      *> the before and after values; the change number, status and
      *> keyed timestamp are set here. The change number runs on
      *> from the highest already on the file - if another session
      *> took the same number first the WRITE comes back a duplicate
      *> and the next number is tried. PD-CHANGE-NO comes back zero
      *> when the change could not be recorded at all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHG-FILE ASSIGN DYNAMIC PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-CHANGE-NO
               FILE STATUS IS PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDCHG-FILE.
       01 PENDCHG-FILE-RECORD.
           05 PF-CHANGE-NO       PIC 9(8).
           05 FILLER             PIC X(201).

       WORKING-STORAGE SECTION.
       01 PENDCHG-FILE-NAME  PIC X(40) VALUE "PENDCHG.DAT".
       01 PENDCHG-STATUS     PIC X(2) VALUE SPACE.
       01 PENDCHG-EOF        PIC X VALUE "N".
       01 PENDCHG-LAST-NO    PIC 9(8) VALUE 0.
       01 PENDCHG-TRIES      PIC 9(2) VALUE 0.
       01 PENDCHG-WRITTEN    PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "pendchg.cpy".

       PROCEDURE DIVISION USING PENDCHG-RECORD.

           ACCEPT PENDCHG-FILE-NAME FROM ENVIRONMENT "PENDCHG"
               ON EXCEPTION
                   MOVE "PENDCHG.DAT" TO PENDCHG-FILE-NAME
           END-ACCEPT

           MOVE "N" TO PENDCHG-WRITTEN
           MOVE 0 TO PENDCHG-TRIES

           OPEN I-O PENDCHG-FILE
           IF PENDCHG-STATUS = "35"
               OPEN OUTPUT PENDCHG-FILE
               CLOSE PENDCHG-FILE
               OPEN I-O PENDCHG-FILE
           END-IF

           IF PENDCHG-STATUS NOT = "00"
               DISPLAY "Unable to open PENDCHG.DAT - status "
                   PENDCHG-STATUS ". Change not recorded."
               MOVE 0 TO PD-CHANGE-NO
               GOBACK
           END-IF

           PERFORM GET-LAST-CHANGE-NO

           MOVE "P"    TO PD-STATUS
           MOVE SPACES TO PD-CHECKER-ID
           MOVE SPACES TO PD-DECIDED-STAMP
           MOVE SPACES TO PD-REASON
           MOVE FUNCTION CURRENT-DATE TO PD-KEYED-STAMP

           PERFORM UNTIL PENDCHG-WRITTEN = "Y" OR PENDCHG-TRIES >= 10
               ADD 1 TO PENDCHG-LAST-NO
               ADD 1 TO PENDCHG-TRIES
               MOVE PENDCHG-LAST-NO TO PD-CHANGE-NO
               MOVE PENDCHG-RECORD TO PENDCHG-FILE-RECORD
               WRITE PENDCHG-FILE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PENDCHG-WRITTEN
               END-WRITE
           END-PERFORM

           CLOSE PENDCHG-FILE

           IF PENDCHG-WRITTEN NOT = "Y"
               DISPLAY "Unable to record the change on PENDCHG.DAT -"
                   " status " PENDCHG-STATUS "."
               MOVE 0 TO PD-CHANGE-NO
           END-IF

           GOBACK.

       GET-LAST-CHANGE-NO.
           *> The file is in change-number order, so the last entry
           *> read carries the highest number.
           MOVE 0 TO PENDCHG-LAST-NO
           MOVE "N" TO PENDCHG-EOF
           MOVE 0 TO PF-CHANGE-NO
           START PENDCHG-FILE KEY >= PF-CHANGE-NO
               INVALID KEY
                   MOVE "Y" TO PENDCHG-EOF
           END-START
           PERFORM UNTIL PENDCHG-EOF = "Y"
               READ PENDCHG-FILE NEXT
                   AT END
                       MOVE "Y" TO PENDCHG-EOF
                   NOT AT END
                       MOVE PF-CHANGE-NO TO PENDCHG-LAST-NO
               END-READ
           END-PERFORM.
