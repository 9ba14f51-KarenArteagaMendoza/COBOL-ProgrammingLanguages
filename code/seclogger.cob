       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityLogger.

      *> Appends one security event to SECLOG.DAT for whichever
      *> program CALLs here - SignOnModule for every sign-on attempt,
      *> MainMenu for a refused update choice. The caller fills the
      *> operator ID, event, program and detail; the sequence number
      *> and timestamp are stamped here so every entry gets them the
      *> same way. The sequence is picked up from the last entry on
      *> the file at each call rather than held in storage: several
      *> sessions append to the one log, and each has to continue
      *> from whatever the others wrote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE ASSIGN DYNAMIC SECLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECLOG-FILE.
       01 SECLOG-OUT-RECORD.
           05 SECLOG-OUT-SEQ     PIC 9(9).
           05 FILLER             PIC X(106).

       WORKING-STORAGE SECTION.
       01 SECLOG-FILE-NAME   PIC X(40) VALUE "SECLOG.DAT".
       01 SECLOG-STATUS      PIC X(2) VALUE SPACE.
       01 SECLOG-EOF         PIC X VALUE "N".
       01 SECLOG-LAST-SEQ    PIC 9(9) VALUE 0.

       LINKAGE SECTION.
           COPY "seclogrec.cpy".

       PROCEDURE DIVISION USING SECLOG-RECORD.

           ACCEPT SECLOG-FILE-NAME FROM ENVIRONMENT "SECLOG"
               ON EXCEPTION
                   MOVE "SECLOG.DAT" TO SECLOG-FILE-NAME
           END-ACCEPT

           PERFORM GET-LAST-SECLOG-SEQ

           ADD 1 TO SECLOG-LAST-SEQ
           MOVE SECLOG-LAST-SEQ TO SL-SEQ
           MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP

           OPEN EXTEND SECLOG-FILE
           IF SECLOG-STATUS NOT = "00"
               OPEN OUTPUT SECLOG-FILE
           END-IF

           IF SECLOG-STATUS NOT = "00"
               DISPLAY "Warning: unable to open SECLOG.DAT - status "
                   SECLOG-STATUS ". Security event not logged."
           ELSE
               MOVE SECLOG-RECORD TO SECLOG-OUT-RECORD
               WRITE SECLOG-OUT-RECORD
               CLOSE SECLOG-FILE
           END-IF

           GOBACK.

       GET-LAST-SECLOG-SEQ.
           *> Walk what is already on the log for the highest
           *> sequence number, the way SaveEmployeeToFile picks up
           *> AUDIT-SEQ at session start.
           MOVE 0 TO SECLOG-LAST-SEQ
           MOVE "N" TO SECLOG-EOF
           OPEN INPUT SECLOG-FILE
           IF SECLOG-STATUS = "00"
               PERFORM UNTIL SECLOG-EOF = "Y"
                   READ SECLOG-FILE
                       AT END
                           MOVE "Y" TO SECLOG-EOF
                       NOT AT END
                           IF SECLOG-OUT-SEQ IS NUMERIC
                                   AND SECLOG-OUT-SEQ > SECLOG-LAST-SEQ
                               MOVE SECLOG-OUT-SEQ TO SECLOG-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.
