       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissingAddressReport.

      *> Exception list of active employees who cannot be mailed:
      *> no record on ADDRMAST.DAT at all, or a record missing line
      *> 1, the city, or the postal code. Run before the year-end
      *> statements go out, so the gaps are keyed through
      *> AddressMaintenance first instead of being found on
      *> envelopes. Terminated employees are left off - only the
      *> active master is chased here. The file is read in EMP-ID
      *> order so the list can be worked straight down.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN DYNAMIC WS-EMP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ADDR-FILE ASSIGN DYNAMIC WS-ADDR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS WS-ADDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-FILE.
           COPY "emprecord.cpy".

       FD ADDR-FILE.
           COPY "addrrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-FILE-NAME   PIC X(40) VALUE "EMPLOYEE.DAT".
       01 WS-ADDR-FILE-NAME  PIC X(40) VALUE "ADDRMAST.DAT".

       01 WS-EMP-STATUS      PIC X(2) VALUE SPACE.
       01 WS-ADDR-STATUS     PIC X(2) VALUE SPACE.
       01 WS-ADDR-FILE-OK    PIC X VALUE "N".
       01 WS-AT-END          PIC X VALUE "N".
       01 WS-TRAILER-KEY     PIC 9(5) VALUE 99999.

       01 WS-RECORDS-READ    PIC 9(6) VALUE 0.
       01 WS-ACTIVE-COUNT    PIC 9(6) VALUE 0.
       01 WS-NO-RECORD       PIC 9(6) VALUE 0.
       01 WS-INCOMPLETE      PIC 9(6) VALUE 0.
       01 WS-EXCEPTIONS      PIC 9(6) VALUE 0.
       01 WS-MISSING-TEXT    PIC X(40).
       01 WS-MISSING-PTR     PIC 9(2).

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "MissingAddressReport" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE.DAT - status "
                   WS-EMP-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           *> No address master at all means nobody has an address:
           *> every active employee is listed.
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-FILE-OK
           ELSE
               MOVE "N" TO WS-ADDR-FILE-OK
               DISPLAY "Warning: unable to open ADDRMAST.DAT -"
                   " status " WS-ADDR-STATUS ". Every active"
                   " employee is listed."
           END-IF

           DISPLAY "Active Employees Without a Mailing Address"
           DISPLAY "EMP-ID NAME                           DEPARTMENT"
               " MISSING"
           DISPLAY "------ ------------------------------ ----------"
               " ----------------------------------------"

           PERFORM UNTIL WS-AT-END = "Y"
               READ EMP-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-AT-END
                   NOT AT END
                       IF EMP-ID NOT = WS-TRAILER-KEY
                           ADD 1 TO WS-RECORDS-READ
                           IF EMP-STATUS NOT = "T"
                               PERFORM CHECK-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMP-FILE
           IF WS-ADDR-FILE-OK = "Y"
               CLOSE ADDR-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Active employees: " WS-ACTIVE-COUNT
               "  no address: " WS-NO-RECORD
               "  incomplete: " WS-INCOMPLETE

           MOVE WS-RECORDS-READ TO RL-RECORDS-READ
           MOVE WS-EXCEPTIONS TO RL-RECORDS-WRITTEN
           IF WS-EXCEPTIONS > 0
               MOVE "EXC" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-FILE-NAME FROM ENVIRONMENT "EMPFILE"
               ON EXCEPTION
                   MOVE "EMPLOYEE.DAT" TO WS-EMP-FILE-NAME
           END-ACCEPT
           ACCEPT WS-ADDR-FILE-NAME FROM ENVIRONMENT "ADDRMAST"
               ON EXCEPTION
                   MOVE "ADDRMAST.DAT" TO WS-ADDR-FILE-NAME
           END-ACCEPT.

       CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT
           IF WS-ADDR-FILE-OK NOT = "Y"
               MOVE "NO ADDRESS ON FILE" TO WS-MISSING-TEXT
               ADD 1 TO WS-NO-RECORD
               PERFORM LIST-ONE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID TO AD-EMP-ID
           READ ADDR-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE" TO WS-MISSING-TEXT
                   ADD 1 TO WS-NO-RECORD
                   PERFORM LIST-ONE-EXCEPTION
               NOT INVALID KEY
                   PERFORM CHECK-ADDRESS-COMPLETE
           END-READ.

       CHECK-ADDRESS-COMPLETE.
           *> The same three fields the mailing block needs before
           *> it will print an address at all.
           MOVE SPACES TO WS-MISSING-TEXT
           MOVE 1 TO WS-MISSING-PTR
           IF AD-LINE-1 = SPACES
               STRING "LINE 1 " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
           END-IF
           IF AD-CITY = SPACES
               STRING "CITY " DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
           END-IF
           IF AD-POSTAL-CODE = SPACES
               STRING "POSTAL CODE" DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-MISSING-TEXT NOT = SPACES
               ADD 1 TO WS-INCOMPLETE
               PERFORM LIST-ONE-EXCEPTION
           END-IF.

       LIST-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           DISPLAY EMP-ID "  " EMP-NAME " " EMP-DEPT " "
               WS-MISSING-TEXT.
