      *> with update authority.
           COPY "signoninfo.cpy".

      *> A refused update choice is a security event in its own
      *> right - an inquiry-only operator probing for update access
      *> shows on the daily violations report.
           COPY "seclogrec.cpy".

       PROCEDURE DIVISION.

           CALL "SignOnModule" USING SIGNON-INFO

       REFUSE-UPDATE-CHOICE.
           DISPLAY "Operator " SI-OPERATOR-ID " has inquiry-only"
               " authority - that choice updates EMPLOYEE.DAT"
           MOVE SPACES TO SECLOG-RECORD
           MOVE SI-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE "ROLEDENY"     TO SL-EVENT
           MOVE "MainMenu"     TO SL-PROGRAM
           STRING "MENU CHOICE " WS-CHOICE DELIMITED BY SIZE
               INTO SL-DETAIL
           CALL "SecurityLogger" USING SECLOG-RECORD.
