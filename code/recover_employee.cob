       01 WS-FINAL-COUNT     PIC 9(6) VALUE 0.
       01 WS-FINAL-SALARY    PIC 9(11)V99 VALUE 0.

       *> The rebuilt trailer is footed in this image as the detail
       *> goes by - per company through CompanyTrailer - and only
       *> takes its grand totals at the end.
       01 WS-TRAILER-IMAGE   PIC X(91) VALUE SPACE.
           COPY "companyreq.cpy".

      *> Run-control record stamped onto RUNLOG.DAT at end of run.
           COPY "runlogrec.cpy".


       REPLAY-ONE-ENTRY.
           *> The after image is the whole truth of what the update
           *> left behind, so replay is a WRITE for an ADD (or an RST
           *> back from the inactive history), a DELETE for a DEL (or
           *> a PRG out to it), and a REWRITE (falling back to WRITE
           *> for a record the backup never held) for everything
           *> else.
           *> BNK entries journal BANKMAST.DAT, not the employee
           *> master, so they are not ours to replay.
           IF JR-ACTION = "BNK"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPLAYED
           EVALUATE JR-ACTION
               WHEN "ADD"
               WHEN "RST"
                   MOVE JR-AFTER-IMAGE TO EMP-RECORD
                   WRITE EMP-RECORD
                       INVALID KEY
                           *> after image still wins.
                           REWRITE EMP-RECORD
                               INVALID KEY
                                   DISPLAY "Replay " JR-ACTION
                                       " failed for"
                                       " Employee ID " JR-EMP-ID "."
                                   ADD 1 TO WS-REPLAY-ERRORS
                           END-REWRITE
                   END-WRITE
               WHEN "DEL"
               WHEN "PRG"
                   MOVE JR-EMP-ID TO EMP-ID
                   DELETE EMP-FILE
                       INVALID KEY
                           DISPLAY "Replay " JR-ACTION
                               " found no record for"
                               " Employee ID " JR-EMP-ID "."
                           ADD 1 TO WS-REPLAY-ERRORS
                   END-DELETE
           *> the moment it goes into service.
           MOVE 0 TO WS-FINAL-COUNT
           MOVE 0 TO WS-FINAL-SALARY
           PERFORM START-TRAILER-IMAGE
           MOVE 0 TO EMP-ID
           MOVE "N" TO WS-AT-END

                       IF EMP-ID NOT = WS-TRAILER-KEY
                           ADD 1 TO WS-FINAL-COUNT
                           ADD EMP-SALARY TO WS-FINAL-SALARY
                           PERFORM POST-COMPANY-OF-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TRAILER-IMAGE TO EMP-RECORD
           MOVE WS-FINAL-COUNT  TO TR-RECORD-COUNT
           MOVE WS-FINAL-SALARY TO TR-TOTAL-SALARY

                       " record."
                   ADD 1 TO WS-REPLAY-ERRORS
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
