       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertOperMaster.

      *> One-time upgrade of the operator master to the layout that
      *> carries OPER-BANK-ADMIN, in the same shape as the
      *> ConvertDeptMaster bridge. A master written under the prior
      *> 31-byte layout no longer opens in the current programs (file
      *> status 39); this run reads it sequentially, writes every
      *> operator in the current layout without bank-administration
      *> authority - nobody has it until it is granted in
      *> OperMaintenance - and verifies the count read against the
      *> count written before declaring success. The output defaults
      *> to OPERMAST.NEW so the conversion never clobbers the old
      *> master until operations renames it into place.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-OLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPER-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE.
      *> The operator record as every program wrote it before bank
      *> administration was an authority of its own.
       01 OLD-OPER-RECORD.
           05 OLD-OPER-ID           PIC X(10).
           05 OLD-OPER-PASSWORD     PIC X(10).
           05 OLD-OPER-STATUS       PIC X(1).
           05 OLD-OPER-PWD-EXPIRES  PIC 9(8).
           05 OLD-OPER-FAIL-COUNT   PIC 9(1).
           05 OLD-OPER-ROLE         PIC X(1).

       FD OPER-FILE.
           COPY "operrecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-NAME   PIC X(40) VALUE "OPERMAST.DAT".
       01 WS-OPER-FILE-NAME  PIC X(40) VALUE "OPERMAST.NEW".

       01 WS-OLD-STATUS      PIC X(2) VALUE SPACE.
       01 WS-OPER-STATUS     PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".

       01 WS-OPER-READ       PIC 9(5) VALUE 0.
       01 WS-OPER-WRITTEN    PIC 9(5) VALUE 0.
       01 WS-WRITE-ERRORS    PIC 9(5) VALUE 0.
       01 WS-OUT-OF-STEP     PIC X VALUE "N".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ConvertOperMaster" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           OPEN INPUT OLD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open the old-layout master "
                   FUNCTION TRIM(WS-OLD-FILE-NAME) " - status "
                   WS-OLD-STATUS "."
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Unable to create the converted file "
                   FUNCTION TRIM(WS-OPER-FILE-NAME) " - status "
                   WS-OPER-STATUS "."
               CLOSE OLD-FILE
               MOVE "FAIL" TO RL-FINAL-STATUS
               CALL "RunLogger" USING RUNLOG-RECORD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ OLD-FILE
               AT END
                   MOVE "Y" TO WS-AT-END
           END-READ

           PERFORM UNTIL WS-AT-END = "Y"
               PERFORM CONVERT-ONE-RECORD

               READ OLD-FILE
                   AT END
                       MOVE "Y" TO WS-AT-END
               END-READ
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE OPER-FILE

           DISPLAY "Converted " WS-OPER-WRITTEN " operator(s) to "
               FUNCTION TRIM(WS-OPER-FILE-NAME) ", none with bank-"
               "administration authority."

           MOVE "N" TO WS-OUT-OF-STEP
           IF WS-WRITE-ERRORS > 0
                   OR WS-OPER-WRITTEN NOT = WS-OPER-READ
               DISPLAY WS-WRITE-ERRORS " operator(s) failed to"
                   " convert."
               MOVE "Y" TO WS-OUT-OF-STEP
           END-IF
           IF WS-OUT-OF-STEP = "N"
               DISPLAY "Conversion verified - rename "
                   FUNCTION TRIM(WS-OPER-FILE-NAME)
                   " into place to complete the upgrade."
           ELSE
               DISPLAY "Conversion NOT verified - reconcile before"
                   " putting " FUNCTION TRIM(WS-OPER-FILE-NAME)
                   " into service."
           END-IF

           MOVE WS-OPER-READ    TO RL-RECORDS-READ
           MOVE WS-OPER-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-WRITE-ERRORS TO RL-RECORDS-SKIPPED
           IF WS-OUT-OF-STEP = "Y"
               MOVE "OOS" TO RL-FINAL-STATUS
           ELSE
               MOVE "OK" TO RL-FINAL-STATUS
           END-IF
           CALL "RunLogger" USING RUNLOG-RECORD

           *> RETURN-CODE is set after the last CALL: a CALLed
           *> subprogram's GOBACK replaces the register with its own
           *> zero.
           IF WS-OUT-OF-STEP = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-FILE-NAMES.
           ACCEPT WS-OLD-FILE-NAME FROM ENVIRONMENT "OPERMASTOLD"
               ON EXCEPTION
                   MOVE "OPERMAST.DAT" TO WS-OLD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-OPER-FILE-NAME FROM ENVIRONMENT "OPERMASTNEW"
               ON EXCEPTION
                   MOVE "OPERMAST.NEW" TO WS-OPER-FILE-NAME
           END-ACCEPT.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-OPER-READ

           MOVE SPACES TO OPER-RECORD
           MOVE OLD-OPER-ID          TO OPER-ID
           MOVE OLD-OPER-PASSWORD    TO OPER-PASSWORD
           MOVE OLD-OPER-STATUS      TO OPER-STATUS
           MOVE OLD-OPER-PWD-EXPIRES TO OPER-PWD-EXPIRES
           MOVE OLD-OPER-FAIL-COUNT  TO OPER-FAIL-COUNT
           MOVE OLD-OPER-ROLE        TO OPER-ROLE
           MOVE "N"                  TO OPER-BANK-ADMIN

           WRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "Operator " OLD-OPER-ID
                       " out of sequence on the old master - not"
                       " converted."
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-OPER-WRITTEN
           END-WRITE.
