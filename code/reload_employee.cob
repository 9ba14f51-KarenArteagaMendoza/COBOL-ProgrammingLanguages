       01 WS-LOADED-SALARY   PIC 9(11)V99 VALUE 0.
       01 WS-WRITE-ERRORS    PIC 9(5) VALUE 0.

       *> The rebuilt trailer is footed in this image as the detail
       *> goes by - per company through CompanyTrailer - and only
       *> takes its grand totals at the end.
       01 WS-TRAILER-IMAGE   PIC X(91) VALUE SPACE.
           COPY "companyreq.cpy".

       01 WS-CONTROL-FOUND   PIC X VALUE "N".
       01 WS-CTL-COUNT       PIC 9(6) VALUE 0.
       01 WS-CTL-SALARY      PIC 9(11)V99 VALUE 0.
               GOBACK
           END-IF

           PERFORM START-TRAILER-IMAGE

           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-BACKUP-EOF
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       ADD EMP-SALARY TO WS-LOADED-SALARY
                       PERFORM POST-COMPANY-OF-RECORD
               END-WRITE
           END-IF.

       WRITE-NEW-TRAILER.
           MOVE WS-TRAILER-IMAGE TO EMP-RECORD
           MOVE WS-LOADED-COUNT  TO TR-RECORD-COUNT
           MOVE WS-LOADED-SALARY TO TR-TOTAL-SALARY

                   ADD 1 TO WS-WRITE-ERRORS
           END-WRITE.

       START-TRAILER-IMAGE.
           MOVE SPACES TO EMP-RECORD
           MOVE WS-TRAILER-KEY TO TR-ID
           MOVE 0 TO TR-RECORD-COUNT
           MOVE 0 TO TR-TOTAL-SALARY
           MOVE EMP-RECORD TO WS-TRAILER-IMAGE.

       POST-COMPANY-OF-RECORD.
           MOVE SPACES TO COMPANY-REQUEST
           MOVE "D" TO CO-ACTION
           MOVE EMP-DEPT TO CO-DEPT
           CALL "CompanyLookup" USING COMPANY-REQUEST
           MOVE "P" TO CO-ACTION
           MOVE 1 TO CO-COUNT-DELTA
           MOVE EMP-SALARY TO CO-SALARY-DELTA
           CALL "CompanyTrailer" USING COMPANY-REQUEST
               WS-TRAILER-IMAGE.

       VERIFY-THE-REBUILD.
           MOVE "N" TO WS-VERIFIED
           IF WS-CONTROL-FOUND NOT = "Y"
