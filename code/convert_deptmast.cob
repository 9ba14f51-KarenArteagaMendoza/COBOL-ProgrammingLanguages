       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertDeptMaster.

      *> One-time upgrade of the department master to the layout that
      *> carries DEPT-COMPANY, in the same shape as the
      *> ConvertEmployee2 bridge. A master written under the prior
      *> 46-byte layout no longer opens in the current programs (file
      *> status 39); this run reads it sequentially, writes every
      *> department in the current layout belonging to the home
      *> company - where every department was before there was more
      *> than one - and verifies the count read against the count
      *> written before declaring success. Departments are moved to
      *> another company afterwards through DeptMaintenance. The
      *> employee trailer needs nothing: a trailer with no company
      *> totals is taken as all the home company's. The output
      *> defaults to DEPTMAST.NEW so the conversion never clobbers
      *> the old master until operations renames it into place.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-OLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DEPT-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT DEPT-FILE ASSIGN DYNAMIC WS-DEPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE.
      *> The department record as every program wrote it before the
      *> company existed.
       01 OLD-DEPT-RECORD.
           05 OLD-DEPT-CODE         PIC X(10).
           05 OLD-DEPT-NAME         PIC X(30).
           05 OLD-DEPT-COST-CENTER  PIC X(6).

       FD DEPT-FILE.
           COPY "deptrecord.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-NAME   PIC X(40) VALUE "DEPTMAST.DAT".
       01 WS-DEPT-FILE-NAME  PIC X(40) VALUE "DEPTMAST.NEW".

       01 WS-OLD-STATUS      PIC X(2) VALUE SPACE.
       01 WS-DEPT-STATUS     PIC X(2) VALUE SPACE.
       01 WS-AT-END          PIC X VALUE "N".

       01 WS-DEPT-READ       PIC 9(5) VALUE 0.
       01 WS-DEPT-WRITTEN    PIC 9(5) VALUE 0.
       01 WS-WRITE-ERRORS    PIC 9(5) VALUE 0.
       01 WS-OUT-OF-STEP     PIC X VALUE "N".

      *> Request area for CompanyLookup.
           COPY "companyreq.cpy".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".

       PROCEDURE DIVISION.

           PERFORM RESOLVE-FILE-NAMES

           MOVE SPACES TO RUNLOG-RECORD
           MOVE "ConvertDeptMaster" TO RL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE TO RL-START-STAMP
           MOVE 0 TO RL-RECORDS-READ
           MOVE 0 TO RL-RECORDS-WRITTEN
           MOVE 0 TO RL-RECORDS-SKIPPED

           MOVE SPACES TO COMPANY-REQUEST
           MOVE "H" TO CO-ACTION
           CALL "CompanyLookup" USING COMPANY-REQUEST

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

           OPEN OUTPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "Unable to create the converted file "
                   FUNCTION TRIM(WS-DEPT-FILE-NAME) " - status "
                   WS-DEPT-STATUS "."
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
           CLOSE DEPT-FILE

           DISPLAY "Converted " WS-DEPT-WRITTEN " department(s) to "
               FUNCTION TRIM(WS-DEPT-FILE-NAME) ", all under company "
               CO-COMPANY "."

           MOVE "N" TO WS-OUT-OF-STEP
           IF WS-WRITE-ERRORS > 0
                   OR WS-DEPT-WRITTEN NOT = WS-DEPT-READ
               DISPLAY WS-WRITE-ERRORS " department(s) failed to"
                   " convert."
               MOVE "Y" TO WS-OUT-OF-STEP
           END-IF
           IF WS-OUT-OF-STEP = "N"
               DISPLAY "Conversion verified - rename "
                   FUNCTION TRIM(WS-DEPT-FILE-NAME)
                   " into place to complete the upgrade."
           ELSE
               DISPLAY "Conversion NOT verified - reconcile before"
                   " putting " FUNCTION TRIM(WS-DEPT-FILE-NAME)
                   " into service."
           END-IF

           MOVE WS-DEPT-READ    TO RL-RECORDS-READ
           MOVE WS-DEPT-WRITTEN TO RL-RECORDS-WRITTEN
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
           ACCEPT WS-OLD-FILE-NAME FROM ENVIRONMENT "DEPTMASTOLD"
               ON EXCEPTION
                   MOVE "DEPTMAST.DAT" TO WS-OLD-FILE-NAME
           END-ACCEPT
           ACCEPT WS-DEPT-FILE-NAME FROM ENVIRONMENT "DEPTMASTNEW"
               ON EXCEPTION
                   MOVE "DEPTMAST.NEW" TO WS-DEPT-FILE-NAME
           END-ACCEPT.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-DEPT-READ

           MOVE SPACES TO DEPT-RECORD
           MOVE OLD-DEPT-CODE        TO DEPT-CODE
           MOVE OLD-DEPT-NAME        TO DEPT-NAME
           MOVE OLD-DEPT-COST-CENTER TO DEPT-COST-CENTER
           MOVE CO-COMPANY           TO DEPT-COMPANY

           WRITE DEPT-RECORD
               INVALID KEY
                   DISPLAY "Department " OLD-DEPT-CODE
                       " out of sequence on the old master - not"
                       " converted."
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-DEPT-WRITTEN
           END-WRITE.
