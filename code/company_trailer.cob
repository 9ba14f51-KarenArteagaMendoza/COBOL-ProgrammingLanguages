       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompanyTrailer.

      *> Keeps the per-company count and salary totals on the
      *> EMPLOYEE.DAT trailer alongside its grand totals. The caller
      *> has the trailer record in hand (read for update, or being
      *> built); this only works the company slots on it, and the
      *> caller writes it back. Every program that moves the grand
      *> totals posts the same change here first, so the company
      *> figures always add up to the grand ones.
      *> A trailer written before the company totals existed has no
      *> slot in use; the whole file was then the home company's, so
      *> the first post seeds the home slot from the grand totals
      *> (which is why the post has to come before the caller moves
      *> them) and a read of the home company returns them as they
      *> stand. See companyreq.cpy for the request area.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SLOT-INDEX         PIC 9(1).
       01 SLOT-FOUND         PIC 9(1) VALUE 0.
       01 SLOT-FREE          PIC 9(1) VALUE 0.
       01 SLOTS-IN-USE       PIC 9(1) VALUE 0.
       01 HOME-COMPANY       PIC X(4).

       01 LOOKUP-REQUEST.
           05 LK-ACTION          PIC X(1).
           05 LK-DEPT            PIC X(10).
           05 LK-COMPANY         PIC X(4).
           05 LK-FILE-NAME       PIC X(40).
           05 LK-COUNT-DELTA     PIC S9(6).
           05 LK-SALARY-DELTA    PIC S9(9)V99.
           05 LK-RESULT          PIC X(1).

       LINKAGE SECTION.
           COPY "companyreq.cpy".
           COPY "emprecord.cpy".

       PROCEDURE DIVISION USING COMPANY-REQUEST EMP-RECORD.

           MOVE SPACES TO LOOKUP-REQUEST
           MOVE "H" TO LK-ACTION
           CALL "CompanyLookup" USING LOOKUP-REQUEST
           MOVE LK-COMPANY TO HOME-COMPANY
           IF CO-COMPANY = SPACES
               MOVE HOME-COMPANY TO CO-COMPANY
           END-IF

           PERFORM FIND-COMPANY-SLOT

           MOVE "Y" TO CO-RESULT
           EVALUATE CO-ACTION
               WHEN "P"
                   PERFORM POST-COMPANY-DELTA
               WHEN "G"
                   PERFORM GET-COMPANY-TOTALS
               WHEN OTHER
                   MOVE "N" TO CO-RESULT
           END-EVALUATE

           GOBACK.

       FIND-COMPANY-SLOT.
           MOVE 0 TO SLOT-FOUND
           MOVE 0 TO SLOT-FREE
           MOVE 0 TO SLOTS-IN-USE
           PERFORM VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > 3
               IF TR-CO-CODE(SLOT-INDEX) = SPACES
                       OR TR-CO-CODE(SLOT-INDEX) = LOW-VALUES
                       OR TR-CO-COUNT(SLOT-INDEX) NOT NUMERIC
                       OR TR-CO-SALARY(SLOT-INDEX) NOT NUMERIC
                   IF SLOT-FREE = 0
                       MOVE SLOT-INDEX TO SLOT-FREE
                   END-IF
               ELSE
                   ADD 1 TO SLOTS-IN-USE
                   IF TR-CO-CODE(SLOT-INDEX) = CO-COMPANY
                       MOVE SLOT-INDEX TO SLOT-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       POST-COMPANY-DELTA.
           *> A trailer from before the company totals: seed the home
           *> slot with the whole file first, then post as normal.
           IF SLOTS-IN-USE = 0
               MOVE HOME-COMPANY TO TR-CO-CODE(1)
               MOVE TR-RECORD-COUNT TO TR-CO-COUNT(1)
               MOVE TR-TOTAL-SALARY TO TR-CO-SALARY(1)
               MOVE SPACES TO TR-CO-CODE(2)
               MOVE SPACES TO TR-CO-CODE(3)
               PERFORM FIND-COMPANY-SLOT
           END-IF

           IF SLOT-FOUND = 0
               IF SLOT-FREE = 0
                   DISPLAY "Warning: no room on the trailer for"
                       " company " CO-COMPANY " - its totals are not"
                       " kept."
                   MOVE "F" TO CO-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE SLOT-FREE TO SLOT-FOUND
               MOVE CO-COMPANY TO TR-CO-CODE(SLOT-FOUND)
               MOVE 0 TO TR-CO-COUNT(SLOT-FOUND)
               MOVE 0 TO TR-CO-SALARY(SLOT-FOUND)
           END-IF

           ADD CO-COUNT-DELTA TO TR-CO-COUNT(SLOT-FOUND)
           ADD CO-SALARY-DELTA TO TR-CO-SALARY(SLOT-FOUND).

       GET-COMPANY-TOTALS.
           MOVE 0 TO CO-COUNT-DELTA
           MOVE 0 TO CO-SALARY-DELTA
           IF SLOTS-IN-USE = 0
               IF CO-COMPANY = HOME-COMPANY
                   MOVE TR-RECORD-COUNT TO CO-COUNT-DELTA
                   MOVE TR-TOTAL-SALARY TO CO-SALARY-DELTA
               ELSE
                   MOVE "N" TO CO-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF SLOT-FOUND = 0
               MOVE "N" TO CO-RESULT
           ELSE
               MOVE TR-CO-COUNT(SLOT-FOUND) TO CO-COUNT-DELTA
               MOVE TR-CO-SALARY(SLOT-FOUND) TO CO-SALARY-DELTA
           END-IF.
