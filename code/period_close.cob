                                       " closed."
                                   ADD 1 TO RL-RECORDS-WRITTEN
                           END-REWRITE
                       WHEN "I"
                           DISPLAY "Period " WS-ASK-PERIOD " has a pay"
                               " cycle still in progress - rerun the"
                               " cycle to restart it before closing."
                           MOVE 4 TO WS-RUN-RC
                       WHEN OTHER
                           DISPLAY "Period " WS-ASK-PERIOD " is not"
                               " paid - close only follows a clean"
